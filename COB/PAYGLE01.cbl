001000*  DATE      PROGRAMMER  CHANGES                                  PAYGLE01
001100*  --------  ----------  -----------------------------------      PAYGLE01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYGLE01
001210*  26/10/15  MAINT       POST DEDUCTION LIABILITIES FROM DEDSUM   PAYGLE01
001220*  26/10/15  MAINT       POSTING DATE FROM PAYCAL PAY DATE        PAYGLE01
001230*  26/10/15  MAINT       POST REGION TRANSFER RECLASS (XFRGLR)    PAYGLE01
001240*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYGLE01
001300***************************************************************** PAYGLE01
001400*                                                                 PAYGLE01
001500*  GENERAL-LEDGER POSTING EXTRACT: FOOTS THE VALIDATED PAYOUT     PAYGLE01
001700*  LEDGER ACCOUNT THROUGH THE GLMAP REFERENCE FILE AND WRITES     PAYGLE01
001800*  BALANCED DEBIT/CREDIT POSTINGS (CREDIT TO THE CLEARING         PAYGLE01
001900*  ACCOUNT MAPPED UNDER REGION 'CLEAR').  AN UNMAPPED REGION      PAYGLE01
002000*  FAILS THE RUN WITH RETURN CODE 8.  DEDUCTION LIABILITIES       PAYGLE01
002010*  SUMMARISED BY PAYDED01 ON DEDSUM ARE POSTED AS A DEBIT TO      PAYGLE01
002020*  CLEARING AND A CREDIT TO THE LIABILITY ACCOUNT (ELEMENT D).    PAYGLE01
002030*  POSTINGS ARE DATED WITH THE PAY DATE OF THE CURRENT PAYCAL     PAYGLE01
002040*  PERIOD (THE FIRST WHOSE CUT-OFF IS NOT BEFORE TODAY) SO THE    PAYGLE01
002050*  CLEARING ENTRIES CARRY THE SAME DATE AS THE BANK DEPOSIT.      PAYGLE01
002060*  WITH NO PERIOD, OR A RUN OUTSIDE THE START/CUT-OFF WINDOW,     PAYGLE01
002070*  A WARNING IS GIVEN (RC=4); NO PERIOD MEANS THE RUN DATE.       PAYGLE01
002080*  REGION TRANSFER RECLASSES WRITTEN BY PAYYTD01 ON XFRGLR FOR    PAYGLE01
002081*  BACKDATED TRANSFERS ARE POSTED AS A DEBIT TO THE NEW REGION'S  PAYGLE01
002082*  ACCOUNT AND A CREDIT TO THE OLD REGION'S ACCOUNT FOR THE SAME  PAYGLE01
002083*  PAY ELEMENT.                                                   PAYGLE01
002100*                                                                 PAYGLE01
002200 ENVIRONMENT DIVISION.                                            PAYGLE01
002300 CONFIGURATION SECTION.                                           PAYGLE01
003400            ORGANIZATION IS SEQUENTIAL.                           PAYGLE01
003500     SELECT RPT-FILE    ASSIGN TO GLERPT                          PAYGLE01
003600            ORGANIZATION IS SEQUENTIAL.                           PAYGLE01
003610     SELECT DED-FILE    ASSIGN TO DEDSUM                          PAYGLE01
003620            ORGANIZATION IS SEQUENTIAL                            PAYGLE01
003630            FILE STATUS IS PAY-DED-STATUS.                        PAYGLE01
003640     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYGLE01
003650            ORGANIZATION IS SEQUENTIAL                            PAYGLE01
003660            FILE STATUS IS PAY-CAL-STATUS.                        PAYGLE01
003670     SELECT XGL-FILE    ASSIGN TO XFRGLR                          PAYGLE01
003680            ORGANIZATION IS SEQUENTIAL                            PAYGLE01
003690            FILE STATUS IS PAY-XGL-STATUS.                        PAYGLE01
003700 DATA DIVISION.                                                   PAYGLE01
003800 FILE SECTION.                                                    PAYGLE01
003900 FD  PAYOUT-FILE                                                  PAYGLE01
008100     BLOCK 00000 RECORDS                                          PAYGLE01
008200     RECORDING F.                                                 PAYGLE01
008300 01  RPT-REC                 PIC X(80).                           PAYGLE01
008305 FD  DED-FILE                                                     PAYGLE01
008310     LABEL RECORDS STANDARD                                       PAYGLE01
008315     BLOCK 00000 RECORDS                                          PAYGLE01
008320     RECORDING F.                                                 PAYGLE01
008325 01  DS-REC.                                                      PAYGLE01
008330     05  DS-REGION           PIC X(05).                           PAYGLE01
008335     05  DS-CODE             PIC X(04).                           PAYGLE01
008340     05  DS-ACCOUNT          PIC X(08).                           PAYGLE01
008345     05  DS-AMOUNT           PIC 9(09)V99.                        PAYGLE01
008350     05  FILLER              PIC X(12).                           PAYGLE01
008351 FD  CAL-FILE                                                     PAYGLE01
008352     LABEL RECORDS STANDARD                                       PAYGLE01
008353     BLOCK 00000 RECORDS                                          PAYGLE01
008354     RECORDING F.                                                 PAYGLE01
008355 01  CAL-REC.                                                     PAYGLE01
008356     05  CAL-START           PIC 9(08).                           PAYGLE01
008357     05  CAL-END             PIC 9(08).                           PAYGLE01
008358     05  CAL-CUTOFF          PIC 9(08).                           PAYGLE01
008359     05  CAL-SCHED-PAY       PIC 9(08).                           PAYGLE01
008360     05  CAL-PAY-DATE        PIC 9(08).                           PAYGLE01
008361     05  FILLER              PIC X(10).                           PAYGLE01
008362 FD  XGL-FILE                                                     PAYGLE01
008363     LABEL RECORDS STANDARD                                       PAYGLE01
008364     BLOCK 00000 RECORDS                                          PAYGLE01
008365     RECORDING F.                                                 PAYGLE01
008366 01  XGL-REC.                                                     PAYGLE01
008367     05  XGL-EMP-NBR         PIC 9(06).                           PAYGLE01
008368     05  XGL-FROM-REGION     PIC X(05).                           PAYGLE01
008369     05  XGL-TO-REGION       PIC X(05).                           PAYGLE01
008370     05  XGL-ELEMENT         PIC X(01).                           PAYGLE01
008371     05  XGL-AMOUNT          PIC 9(07)V99.                        PAYGLE01
008372     05  XGL-PERIOD          PIC 9(08).                           PAYGLE01
008373     05  XGL-EFFECTIVE       PIC 9(08).                           PAYGLE01
008374     05  FILLER              PIC X(18).                           PAYGLE01
008400 WORKING-STORAGE SECTION.                                         PAYGLE01
008500 77  PAY-MAP-STATUS           PIC X(02) VALUE ZERO.               PAYGLE01
008600 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYGLE01
009500 77  PAY-MAP-IX               PIC 9(03) COMP VALUE ZERO.          PAYGLE01
009600 77  PAY-MAP-FOUND            PIC X(01) VALUE 'N'.                PAYGLE01
       77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYGLE01
       77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYGLE01
       77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYGLE01
       77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYGLE01
       77  PAY-ERR-PARAGRAPH        PIC X(30) VALUE SPACES.             PAYGLE01
009700 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYGLE01
009800 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYGLE01
009900 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYGLE01
010300 77  PAY-LOOKUP-ACCT          PIC X(08) VALUE SPACES.             PAYGLE01
010400 77  PAY-WORK-AMT             PIC 9(09)V99 VALUE ZERO.            PAYGLE01
010500 77  PAY-BATCH-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.     PAYGLE01
010510 77  PAY-DED-STATUS           PIC X(02) VALUE ZERO.               PAYGLE01
010520 77  PAY-DED-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYGLE01
010530     88  PAY-DED-EOF              VALUE 'Y'.                      PAYGLE01
010540 77  PAY-DED-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYGLE01
010541 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYGLE01
010542 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYGLE01
010543     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYGLE01
010544 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYGLE01
010545 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYGLE01
010546 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYGLE01
010547 77  PAY-CAL-START            PIC 9(08) VALUE ZERO.               PAYGLE01
010548 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYGLE01
010549 77  PAY-CUTOFF               PIC 9(08) VALUE ZERO.               PAYGLE01
010550 77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYGLE01
010551 77  PAY-GL-DATE              PIC 9(06) VALUE ZERO.               PAYGLE01
010552 77  PAY-XGL-STATUS           PIC X(02) VALUE ZERO.               PAYGLE01
010553 77  PAY-XGL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYGLE01
010554     88  PAY-XGL-EOF              VALUE 'Y'.                      PAYGLE01
010555 77  PAY-RCL-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYGLE01
010556 77  PAY-LOOKUP-REGION        PIC X(05) VALUE SPACES.             PAYGLE01
010557 77  PAY-TO-FOUND             PIC X(01) VALUE 'N'.                PAYGLE01
010558 77  PAY-TO-ACCT              PIC X(08) VALUE SPACES.             PAYGLE01
010600 01  PAY-MAP-TABLE.                                               PAYGLE01
010700     05  PAY-MAP-ENTRY        OCCURS 100 TIMES.                   PAYGLE01
010800         10  PAY-MAP-REGION   PIC X(05).                          PAYGLE01
011800     05  FILLER              PIC X(30) VALUE                      PAYGLE01
011900         'GL POSTING EXTRACT REGISTER'.                           PAYGLE01
012000     05  FILLER              PIC X(50) VALUE SPACES.              PAYGLE01
012010 01  RPT-PER-LINE.                                                PAYGLE01
012020     05  FILLER              PIC X(14) VALUE 'PERIOD ENDING '.    PAYGLE01
012030     05  PER-LINE-END        PIC 9(08).                           PAYGLE01
012040     05  FILLER              PIC X(11) VALUE '  PAY DATE '.       PAYGLE01
012050     05  PER-LINE-PAY        PIC 9(08).                           PAYGLE01
012060     05  FILLER              PIC X(39) VALUE SPACES.              PAYGLE01
012100 01  RPT-DTL-LINE.                                                PAYGLE01
012200     05  RPT-REGION          PIC X(05).                           PAYGLE01
012300     05  FILLER              PIC X(01) VALUE SPACE.               PAYGLE01
013400         'BATCH DEBIT TOTAL   '.                                  PAYGLE01
013500     05  RPT-TOT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               PAYGLE01
013600     05  FILLER              PIC X(43) VALUE SPACES.              PAYGLE01
013610 COPY SY0099.                                                     PAYGLE01
013700 COPY SY0095.                                                     PAYGLE01
013750 COPY SY0081.                                                     PAYGLE01
013800 PROCEDURE DIVISION.                                              PAYGLE01
013900***************************************************************** PAYGLE01
014000* 0000-MAINLINE                                                   PAYGLE01
014400     PERFORM 2000-FOOT-EXTRACT THRU 2000-EXIT.                    PAYGLE01
           IF PAY-STOP-SWITCH = 'N'                                     PAYGLE01
              PERFORM 3000-POST-REGIONS THRU 3000-EXIT.                 PAYGLE01
           IF PAY-STOP-SWITCH = 'N'                                     PAYGLE01
              PERFORM 3500-POST-DEDUCTIONS THRU 3500-EXIT.              PAYGLE01
           IF PAY-STOP-SWITCH = 'N'                                     PAYGLE01
              PERFORM 3700-POST-RECLASS THRU 3700-EXIT.                 PAYGLE01
014600     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYGLE01
014625     IF PAY-STOP-SWITCH = 'Y'                                     PAYGLE01
014650        GO TO 8100-JOURNAL-STOP                                   PAYGLE01
014675     END-IF.                                                      PAYGLE01
014700     GO TO 9999-EXIT.                                             PAYGLE01
014800***************************************************************** PAYGLE01
014900* 1000-INITIALIZE - LOAD ACCOUNT MAP, OPEN FILES                  PAYGLE01
015600     MOVE SPACES TO X95-ETAT.                                     PAYGLE01
015700     CALL 'SY0095' USING SY0095-PARMS.                            PAYGLE01
015800     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYGLE01
015801     MOVE 'C' TO X99-FONCTION.                                    PAYGLE01
015802     CALL 'SY0099' USING SY0099-PARMS.                            PAYGLE01
015803     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYGLE01
015804     MOVE PAY-RUN-DATE TO PAY-GL-DATE.                            PAYGLE01
015805     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.                   PAYGLE01
015900     OPEN INPUT GLMAP-FILE.                                       PAYGLE01
016000     IF PAY-MAP-STATUS = '00'                                     PAYGLE01
016100        PERFORM 1100-LOAD-MAP THRU 1100-EXIT                      PAYGLE01
016500        DISPLAY 'ACCOUNT MAP UNAVAILABLE - STATUS '               PAYGLE01
016600                PAY-MAP-STATUS                                    PAYGLE01
016700        MOVE 8 TO RETURN-CODE                                     PAYGLE01
016712        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYGLE01
016724        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYGLE01
016748        MOVE 'GLMAP' TO PAY-ERR-FILE                              PAYGLE01
016760        MOVE PAY-MAP-STATUS TO PAY-ERR-STATUS                     PAYGLE01
016772        MOVE '1000-INITIALIZE' TO PAY-ERR-PARAGRAPH               PAYGLE01
016800     END-IF.                                                      PAYGLE01
016900     OPEN INPUT PAYOUT-FILE.                                      PAYGLE01
017000     OPEN OUTPUT GLPOST-FILE.                                     PAYGLE01
017100     OPEN OUTPUT RPT-FILE.                                        PAYGLE01
017200     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYGLE01
017210     MOVE PAY-PERIOD-DATE TO PER-LINE-END.                        PAYGLE01
017220     MOVE PAY-PAY-DATE TO PER-LINE-PAY.                           PAYGLE01
017230     WRITE RPT-REC FROM RPT-PER-LINE.                             PAYGLE01
017300     MOVE SPACES TO RPT-REC.                                      PAYGLE01
017400     WRITE RPT-REC.                                               PAYGLE01
           IF PAY-CLEAR-ACCT = SPACES                                   PAYGLE01
              MOVE 'CLEAR' TO RPT-REGION                                PAYGLE01
              MOVE 'CLEARING ACCT ABSENT' TO RPT-NOTE                   PAYGLE01
              WRITE RPT-REC FROM RPT-DTL-LINE                           PAYGLE01
              IF PAY-ERR-FILE = SPACES                                  PAYGLE01
                 MOVE 'D' TO PAY-ERR-CATEGORY                           PAYGLE01
                 MOVE 'GLMAP' TO PAY-ERR-FILE                           PAYGLE01
                 MOVE '1000-INITIALIZE' TO PAY-ERR-PARAGRAPH            PAYGLE01
              END-IF                                                    PAYGLE01
              MOVE 'Y' TO PAY-STOP-SWITCH                               PAYGLE01
              MOVE 8 TO RETURN-CODE                                     PAYGLE01
           END-IF.                                                      PAYGLE01
017500     MOVE SPACES TO GL-REC.                                       PAYGLE01
017600     MOVE 'HDR' TO GL-TYPE.                                       PAYGLE01
017700     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
017800     MOVE ZERO TO GL-AMOUNT.                                      PAYGLE01
017900     WRITE GL-REC.                                                PAYGLE01
018000 1000-EXIT.                                                       PAYGLE01
020000     END-IF.                                                      PAYGLE01
020100 1100-EXIT.                                                       PAYGLE01
020200     EXIT.                                                        PAYGLE01
020201 1200-READ-CALENDAR.                                              PAYGLE01
020202     OPEN INPUT CAL-FILE.                                         PAYGLE01
020203     IF PAY-CAL-STATUS NOT = '00'                                 PAYGLE01
020204        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYGLE01
020205                PAY-CAL-STATUS ' - RUN DATE USED'                 PAYGLE01
020206        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYGLE01
020207        GO TO 1200-EXIT                                           PAYGLE01
020208     END-IF.                                                      PAYGLE01
020209     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT                    PAYGLE01
020210         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYGLE01
020211     CLOSE CAL-FILE.                                              PAYGLE01
020212     IF PAY-CAL-FOUND = 'N'                                       PAYGLE01
020213        DISPLAY 'NO PAYCAL PERIOD FOR RUN DATE ' PAY-TODAY-8      PAYGLE01
020214                ' - RUN DATE USED'                                PAYGLE01
020215        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYGLE01
020216        GO TO 1200-EXIT                                           PAYGLE01
020217     END-IF.                                                      PAYGLE01
020218     MOVE PAY-PAY-DATE (3:6) TO PAY-GL-DATE.                      PAYGLE01
020219     IF PAY-TODAY-8 < PAY-CAL-START OR PAY-TODAY-8 > PAY-CUTOFF   PAYGLE01
020220        DISPLAY 'RUN DATE ' PAY-TODAY-8                           PAYGLE01
020221                ' OUTSIDE CUT-OFF WINDOW ' PAY-CAL-START          PAYGLE01
020222                ' - ' PAY-CUTOFF                                  PAYGLE01
020223        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYGLE01
020224     END-IF.                                                      PAYGLE01
020225 1200-EXIT.                                                       PAYGLE01
020226     EXIT.                                                        PAYGLE01
020227 1210-SCAN-CALENDAR.                                              PAYGLE01
020228     READ CAL-FILE                                                PAYGLE01
020229         AT END                                                   PAYGLE01
020230            SET PAY-CAL-EOF TO TRUE                               PAYGLE01
020231            GO TO 1210-EXIT                                       PAYGLE01
020232     END-READ.                                                    PAYGLE01
020233     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYGLE01
020234        GO TO 1210-EXIT                                           PAYGLE01
020235     END-IF.                                                      PAYGLE01
020236     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYGLE01
020237     MOVE CAL-START TO PAY-CAL-START.                             PAYGLE01
020238     MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYGLE01
020239     MOVE CAL-CUTOFF TO PAY-CUTOFF.                               PAYGLE01
020240     MOVE CAL-PAY-DATE TO PAY-PAY-DATE.                           PAYGLE01
020241 1210-EXIT.                                                       PAYGLE01
020242     EXIT.                                                        PAYGLE01
020300***************************************************************** PAYGLE01
020400* 2000-FOOT-EXTRACT - SUBTOTAL WAGES/OT/COMM BY REGION            PAYGLE01
020500***************************************************************** PAYGLE01
024800        DISPLAY 'REGION TABLE FULL - RECORD DROPPED: '            PAYGLE01
024900                PI-REGION                                         PAYGLE01
025000        MOVE 8 TO RETURN-CODE                                     PAYGLE01
025016        IF PAY-ERR-FILE = SPACES                                  PAYGLE01
025032           MOVE 'D' TO PAY-ERR-CATEGORY                           PAYGLE01
025048           MOVE 'PAYOUT' TO PAY-ERR-FILE                          PAYGLE01
025064           MOVE '2200-FIND-REGION' TO PAY-ERR-PARAGRAPH           PAYGLE01
025080        END-IF                                                    PAYGLE01
025100     END-IF.                                                      PAYGLE01
025200 2200-EXIT.                                                       PAYGLE01
025300     EXIT.                                                        PAYGLE01
028200     IF PAY-WORK-AMT = ZERO                                       PAYGLE01
028300        GO TO 3200-EXIT                                           PAYGLE01
028400     END-IF.                                                      PAYGLE01
028410     MOVE PAY-REG-CODE (PAY-REG-IX) TO PAY-LOOKUP-REGION.         PAYGLE01
028500     PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT.                    PAYGLE01
028600     IF PAY-MAP-FOUND = 'N'                                       PAYGLE01
028700        MOVE PAY-REG-CODE (PAY-REG-IX) TO RPT-REGION              PAYGLE01
029200        WRITE RPT-REC FROM RPT-DTL-LINE                           PAYGLE01
029300        ADD 1 TO PAY-UNMAPPED-COUNT                               PAYGLE01
029400        MOVE 8 TO RETURN-CODE                                     PAYGLE01
029416        IF PAY-ERR-FILE = SPACES                                  PAYGLE01
029432           MOVE 'D' TO PAY-ERR-CATEGORY                           PAYGLE01
029448           MOVE 'GLMAP' TO PAY-ERR-FILE                           PAYGLE01
029464           MOVE '3200-POST-ELEMENT' TO PAY-ERR-PARAGRAPH          PAYGLE01
029480        END-IF                                                    PAYGLE01
029500        GO TO 3200-EXIT                                           PAYGLE01
029600     END-IF.                                                      PAYGLE01
029700     MOVE SPACES TO GL-REC.                                       PAYGLE01
029800     MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
029900     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
030000     MOVE PAY-LOOKUP-ACCT TO GL-ACCOUNT.                          PAYGLE01
030100     MOVE 'D' TO GL-DC.                                           PAYGLE01
030200     MOVE PAY-WORK-AMT TO GL-AMOUNT.                              PAYGLE01
030500     WRITE GL-REC.                                                PAYGLE01
030600     MOVE SPACES TO GL-REC.                                       PAYGLE01
030700     MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
030800     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
030900     MOVE PAY-CLEAR-ACCT TO GL-ACCOUNT.                           PAYGLE01
031000     MOVE 'C' TO GL-DC.                                           PAYGLE01
031100     MOVE PAY-WORK-AMT TO GL-AMOUNT.                              PAYGLE01
033500     EXIT.                                                        PAYGLE01
033600 3310-SCAN-MAP.                                                   PAYGLE01
033700     IF PAY-MAP-REGION (PAY-MAP-IX) =                             PAYGLE01
033800        PAY-LOOKUP-REGION                                         PAYGLE01
033900        AND PAY-MAP-ELEMENT (PAY-MAP-IX) = PAY-LOOKUP-ELEM        PAYGLE01
034000        MOVE 'Y' TO PAY-MAP-FOUND                                 PAYGLE01
034100        MOVE PAY-MAP-ACCOUNT (PAY-MAP-IX) TO PAY-LOOKUP-ACCT      PAYGLE01
034200     END-IF.                                                      PAYGLE01
034300 3310-EXIT.                                                       PAYGLE01
034400     EXIT.                                                        PAYGLE01
034401***************************************************************** PAYGLE01
034402* 3500-POST-DEDUCTIONS - DEDUCTION LIABILITIES FROM PAYDED01:     PAYGLE01
034403*                        DEBIT CLEARING, CREDIT LIABILITY ACCOUNT PAYGLE01
034404***************************************************************** PAYGLE01
034405 3500-POST-DEDUCTIONS.                                            PAYGLE01
034406     OPEN INPUT DED-FILE.                                         PAYGLE01
034407     IF PAY-DED-STATUS NOT = '00'                                 PAYGLE01
034408        DISPLAY 'NO DEDUCTION SUMMARY - LIABILITIES NOT POSTED'   PAYGLE01
034409        GO TO 3500-EXIT                                           PAYGLE01
034410     END-IF.                                                      PAYGLE01
034411     PERFORM 3600-POST-LIABILITY THRU 3600-EXIT                   PAYGLE01
034412         UNTIL PAY-DED-EOF.                                       PAYGLE01
034413     CLOSE DED-FILE.                                              PAYGLE01
034414 3500-EXIT.                                                       PAYGLE01
034415     EXIT.                                                        PAYGLE01
034416 3600-POST-LIABILITY.                                             PAYGLE01
034417     READ DED-FILE                                                PAYGLE01
034418         AT END                                                   PAYGLE01
034419            SET PAY-DED-EOF TO TRUE                               PAYGLE01
034420            GO TO 3600-EXIT                                       PAYGLE01
034421     END-READ.                                                    PAYGLE01
034422     ADD 1 TO PAY-DED-COUNT.                                      PAYGLE01
034423     IF DS-AMOUNT = ZERO                                          PAYGLE01
034424        GO TO 3600-EXIT                                           PAYGLE01
034425     END-IF.                                                      PAYGLE01
034426     MOVE DS-REGION TO RPT-REGION.                                PAYGLE01
034427     MOVE DS-CODE TO RPT-ELEMENT.                                 PAYGLE01
034428     MOVE DS-AMOUNT TO RPT-AMOUNT.                                PAYGLE01
034429     IF DS-ACCOUNT = SPACES                                       PAYGLE01
034430        MOVE SPACES TO RPT-ACCOUNT                                PAYGLE01
034431        MOVE 'LIABILITY NOT MAPPED' TO RPT-NOTE                   PAYGLE01
034432        WRITE RPT-REC FROM RPT-DTL-LINE                           PAYGLE01
034433        ADD 1 TO PAY-UNMAPPED-COUNT                               PAYGLE01
034434        MOVE 8 TO RETURN-CODE                                     PAYGLE01
              IF PAY-ERR-FILE = SPACES                                  PAYGLE01
                 MOVE 'D' TO PAY-ERR-CATEGORY                           PAYGLE01
                 MOVE 'DEDSUM' TO PAY-ERR-FILE                          PAYGLE01
                 MOVE '3600-POST-LIABILITY' TO PAY-ERR-PARAGRAPH        PAYGLE01
              END-IF                                                    PAYGLE01
034435        GO TO 3600-EXIT                                           PAYGLE01
034436     END-IF.                                                      PAYGLE01
034437     MOVE SPACES TO GL-REC.                                       PAYGLE01
034438     MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
034439     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
034440     MOVE PAY-CLEAR-ACCT TO GL-ACCOUNT.                           PAYGLE01
034441     MOVE 'D' TO GL-DC.                                           PAYGLE01
034442     MOVE DS-AMOUNT TO GL-AMOUNT.                                 PAYGLE01
034443     MOVE DS-REGION TO GL-REGION.                                 PAYGLE01
034444     MOVE 'D' TO GL-ELEMENT.                                      PAYGLE01
034445     WRITE GL-REC.                                                PAYGLE01
034446     MOVE SPACES TO GL-REC.                                       PAYGLE01
034447     MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
034448     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
034449     MOVE DS-ACCOUNT TO GL-ACCOUNT.                               PAYGLE01
034450     MOVE 'C' TO GL-DC.                                           PAYGLE01
034451     MOVE DS-AMOUNT TO GL-AMOUNT.                                 PAYGLE01
034452     MOVE DS-REGION TO GL-REGION.                                 PAYGLE01
034453     MOVE 'D' TO GL-ELEMENT.                                      PAYGLE01
034454     WRITE GL-REC.                                                PAYGLE01
034455     ADD 2 TO PAY-POST-COUNT.                                     PAYGLE01
034456     ADD DS-AMOUNT TO PAY-BATCH-TOTAL.                            PAYGLE01
034457     MOVE DS-ACCOUNT TO RPT-ACCOUNT.                              PAYGLE01
034458     MOVE 'DEDUCTION LIABILITY' TO RPT-NOTE.                      PAYGLE01
034459     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYGLE01
034460 3600-EXIT.                                                       PAYGLE01
034461     EXIT.                                                        PAYGLE01
      ***************************************************************** PAYGLE01
      * 3700-POST-RECLASS - REGION TRANSFER RECLASS FROM PAYYTD01:      PAYGLE01
      *                     DEBIT NEW REGION, CREDIT OLD REGION         PAYGLE01
      ***************************************************************** PAYGLE01
       3700-POST-RECLASS.                                               PAYGLE01
           OPEN INPUT XGL-FILE.                                         PAYGLE01
           IF PAY-XGL-STATUS NOT = '00'                                 PAYGLE01
              GO TO 3700-EXIT                                           PAYGLE01
           END-IF.                                                      PAYGLE01
           PERFORM 3800-POST-ONE-RECLASS THRU 3800-EXIT                 PAYGLE01
               UNTIL PAY-XGL-EOF.                                       PAYGLE01
           CLOSE XGL-FILE.                                              PAYGLE01
       3700-EXIT.                                                       PAYGLE01
           EXIT.                                                        PAYGLE01
       3800-POST-ONE-RECLASS.                                           PAYGLE01
           READ XGL-FILE                                                PAYGLE01
               AT END                                                   PAYGLE01
                  SET PAY-XGL-EOF TO TRUE                               PAYGLE01
                  GO TO 3800-EXIT                                       PAYGLE01
           END-READ.                                                    PAYGLE01
           ADD 1 TO PAY-RCL-COUNT.                                      PAYGLE01
           IF XGL-AMOUNT = ZERO                                         PAYGLE01
              GO TO 3800-EXIT                                           PAYGLE01
           END-IF.                                                      PAYGLE01
           MOVE XGL-ELEMENT TO PAY-LOOKUP-ELEM.                         PAYGLE01
           MOVE XGL-TO-REGION TO PAY-LOOKUP-REGION.                     PAYGLE01
           PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT.                    PAYGLE01
           MOVE PAY-MAP-FOUND TO PAY-TO-FOUND.                          PAYGLE01
           MOVE PAY-LOOKUP-ACCT TO PAY-TO-ACCT.                         PAYGLE01
           MOVE XGL-FROM-REGION TO PAY-LOOKUP-REGION.                   PAYGLE01
           PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT.                    PAYGLE01
           MOVE XGL-ELEMENT TO RPT-ELEMENT.                             PAYGLE01
           MOVE XGL-AMOUNT TO RPT-AMOUNT.                               PAYGLE01
           IF PAY-TO-FOUND = 'N' OR PAY-MAP-FOUND = 'N'                 PAYGLE01
              MOVE XGL-TO-REGION TO RPT-REGION                          PAYGLE01
              MOVE SPACES TO RPT-ACCOUNT                                PAYGLE01
              MOVE 'RECLASS NOT MAPPED' TO RPT-NOTE                     PAYGLE01
              WRITE RPT-REC FROM RPT-DTL-LINE                           PAYGLE01
              ADD 1 TO PAY-UNMAPPED-COUNT                               PAYGLE01
              MOVE 8 TO RETURN-CODE                                     PAYGLE01
              IF PAY-ERR-FILE = SPACES                                  PAYGLE01
                 MOVE 'D' TO PAY-ERR-CATEGORY                           PAYGLE01
                 MOVE 'GLMAP' TO PAY-ERR-FILE                           PAYGLE01
                 MOVE '3800-POST-ONE-RECLASS' TO PAY-ERR-PARAGRAPH      PAYGLE01
              END-IF                                                    PAYGLE01
              GO TO 3800-EXIT                                           PAYGLE01
           END-IF.                                                      PAYGLE01
           MOVE SPACES TO GL-REC.                                       PAYGLE01
           MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
           MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
           MOVE PAY-TO-ACCT TO GL-ACCOUNT.                              PAYGLE01
           MOVE 'D' TO GL-DC.                                           PAYGLE01
           MOVE XGL-AMOUNT TO GL-AMOUNT.                                PAYGLE01
           MOVE XGL-TO-REGION TO GL-REGION.                             PAYGLE01
           MOVE XGL-ELEMENT TO GL-ELEMENT.                              PAYGLE01
           WRITE GL-REC.                                                PAYGLE01
           MOVE SPACES TO GL-REC.                                       PAYGLE01
           MOVE 'DTL' TO GL-TYPE.                                       PAYGLE01
           MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
           MOVE PAY-LOOKUP-ACCT TO GL-ACCOUNT.                          PAYGLE01
           MOVE 'C' TO GL-DC.                                           PAYGLE01
           MOVE XGL-AMOUNT TO GL-AMOUNT.                                PAYGLE01
           MOVE XGL-FROM-REGION TO GL-REGION.                           PAYGLE01
           MOVE XGL-ELEMENT TO GL-ELEMENT.                              PAYGLE01
           WRITE GL-REC.                                                PAYGLE01
           ADD 2 TO PAY-POST-COUNT.                                     PAYGLE01
           ADD XGL-AMOUNT TO PAY-BATCH-TOTAL.                           PAYGLE01
           MOVE XGL-TO-REGION TO RPT-REGION.                            PAYGLE01
           MOVE PAY-TO-ACCT TO RPT-ACCOUNT.                             PAYGLE01
           MOVE 'TRANSFER RECLASS IN' TO RPT-NOTE.                      PAYGLE01
           WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYGLE01
           MOVE XGL-FROM-REGION TO RPT-REGION.                          PAYGLE01
           MOVE PAY-LOOKUP-ACCT TO RPT-ACCOUNT.                         PAYGLE01
           MOVE 'TRANSFER RECLASS OUT' TO RPT-NOTE.                     PAYGLE01
           WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYGLE01
       3800-EXIT.                                                       PAYGLE01
           EXIT.                                                        PAYGLE01
034500***************************************************************** PAYGLE01
034600* 8000-FINALIZE - BATCH TRAILER, TOTALS, CLOSE UP                 PAYGLE01
034700***************************************************************** PAYGLE01
034800 8000-FINALIZE.                                                   PAYGLE01
034900     MOVE SPACES TO GL-REC.                                       PAYGLE01
035000     MOVE 'TRL' TO GL-TYPE.                                       PAYGLE01
035100     MOVE PAY-GL-DATE TO GL-DATE.                                 PAYGLE01
035200     MOVE PAY-BATCH-TOTAL TO GL-AMOUNT.                           PAYGLE01
035300     WRITE GL-REC.                                                PAYGLE01
035400     MOVE SPACES TO RPT-REC.                                      PAYGLE01
036100     DISPLAY 'EXTRACT RECORDS READ  = ' PAY-READ-COUNT.           PAYGLE01
036200     DISPLAY 'POSTINGS WRITTEN      = ' PAY-POST-COUNT.           PAYGLE01
036300     DISPLAY 'UNMAPPED ELEMENTS     = ' PAY-UNMAPPED-COUNT.       PAYGLE01
036310     DISPLAY 'DEDUCTION LINES READ  = ' PAY-DED-COUNT.            PAYGLE01
036320     DISPLAY 'POSTING DATE          = ' PAY-GL-DATE.              PAYGLE01
036330     DISPLAY 'RECLASS REQUESTS READ = ' PAY-RCL-COUNT.            PAYGLE01
036400     IF PAY-UNMAPPED-COUNT NOT = ZERO                             PAYGLE01
036500        DISPLAY 'RUN FAILED - FIX GLMAP AND RERUN'                PAYGLE01
036600     END-IF.                                                      PAYGLE01
036800     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYGLE01
036900     MOVE PAY-POST-COUNT TO X95-CPT-SORTIE.                       PAYGLE01
037000     MOVE PAY-UNMAPPED-COUNT TO X95-CPT-REJET.                    PAYGLE01
037100     IF RETURN-CODE NOT = ZERO                                    PAYGLE01
037200        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYGLE01
037300        GO TO 8000-EXIT                                           PAYGLE01
037400     END-IF.                                                      PAYGLE01
037500     MOVE 'OK' TO X95-ETAT.                                       PAYGLE01
037600     CALL 'SY0095' USING SY0095-PARMS.                            PAYGLE01
037610     IF PAY-WARN-SWITCH = 'Y' AND RETURN-CODE = ZERO              PAYGLE01
037620        MOVE 4 TO RETURN-CODE                                     PAYGLE01
037630     END-IF.                                                      PAYGLE01
037700 8000-EXIT.                                                       PAYGLE01
037800     EXIT.                                                        PAYGLE01
037806***************************************************************** PAYGLE01
037812* 8100-JOURNAL-STOP - RUN FAILED, REPORTED THROUGH SY0081         PAYGLE01
037818***************************************************************** PAYGLE01
037824 8100-JOURNAL-STOP.                                               PAYGLE01
037830     MOVE 'PAYGLE01' TO X81-PROGRAMME.                            PAYGLE01
037836     MOVE PAY-ERR-PARAGRAPH TO X81-PARAGRAPHE.                    PAYGLE01
037842     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYGLE01
037848     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYGLE01
037854     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYGLE01
037860     MOVE SPACES TO X81-TEXTE.                                    PAYGLE01
037866     MOVE PAY-READ-COUNT TO X81-CPT-ENTREE.                       PAYGLE01
037872     MOVE PAY-POST-COUNT TO X81-CPT-SORTIE.                       PAYGLE01
037878     MOVE PAY-UNMAPPED-COUNT TO X81-CPT-REJET.                    PAYGLE01
037884     CALL 'SY0081' USING SY0081-PARMS.                            PAYGLE01
037890     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYGLE01
037900 9999-EXIT.                                                       PAYGLE01
038000     GOBACK.                                                      PAYGLE01

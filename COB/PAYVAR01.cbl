001000*  DATE      PROGRAMMER  CHANGES                                  PAYVAR01
001100*  --------  ----------  -----------------------------------      PAYVAR01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYVAR01
001210*  26/10/15  MAINT       OFF-CYCLE PAYHIS RUNS ADD TO LATEST RUN  PAYVAR01
001220*  26/10/15  MAINT       REGION ALERTS SENT TO ALRLOG (SY0087)    PAYVAR01
001300***************************************************************** PAYVAR01
001400*                                                                 PAYVAR01
001500*  RUN-OVER-RUN VARIANCE CHECK ON THE PAYHIS HISTORY WRITTEN      PAYVAR01
001800*  REGION MOVING MORE THAN THE VARPRM PERCENTAGE IS FLAGGED       PAYVAR01
001900*  AND THE RUN ENDS RC=8 SO THE SCHEDULER HOLDS DOWNSTREAM        PAYVAR01
002000*  JOBS UNTIL SOMEONE SIGNS OFF.                                  PAYVAR01
002010*  AN OFF-CYCLE RUN ON PAYHIS (PAYOFF01) IS NOT A RUN OF ITS      PAYVAR01
002020*  OWN: ITS TOTAL IS ADDED TO THE REGION'S LATEST REGULAR RUN.    PAYVAR01
002100*                                                                 PAYVAR01
002200 ENVIRONMENT DIVISION.                                            PAYVAR01
002300 CONFIGURATION SECTION.                                           PAYVAR01
004600     05  HIS-OT              PIC 9(09)V99.                        PAYVAR01
004700     05  HIS-COMM            PIC 9(09)V99.                        PAYVAR01
004800     05  HIS-COUNT           PIC 9(07).                           PAYVAR01
004900     05  HIS-RUN-TYPE        PIC X(01).                           PAYVAR01
004902         88  HIS-OFF-CYCLE       VALUE 'O'.                       PAYVAR01
004904     05  HIS-BATCH           PIC X(08).                           PAYVAR01
004906     05  FILLER              PIC X(06).                           PAYVAR01
005000 FD  PARM-FILE                                                    PAYVAR01
005100     LABEL RECORDS STANDARD                                       PAYVAR01
005200     BLOCK 00000 RECORDS                                          PAYVAR01
010300     05  SUM-TEXT            PIC X(45).                           PAYVAR01
010400     05  FILLER              PIC X(35) VALUE SPACES.              PAYVAR01
010500 COPY SY0095.                                                     PAYVAR01
010550 COPY SY0087.                                                     PAYVAR01
010600 PROCEDURE DIVISION.                                              PAYVAR01
010700***************************************************************** PAYVAR01
010800* 0000-MAINLINE                                                   PAYVAR01
016400     IF PAY-REG-SLOT = ZERO                                       PAYVAR01
016500        GO TO 2000-EXIT                                           PAYVAR01
016600     END-IF.                                                      PAYVAR01
016610     IF HIS-OFF-CYCLE                                             PAYVAR01
016620        IF PAY-REG-RUNS (PAY-REG-SLOT) NOT = ZERO                 PAYVAR01
016630           ADD PAY-TOTAL-WORK TO PAY-REG-CUR (PAY-REG-SLOT)       PAYVAR01
016640        END-IF                                                    PAYVAR01
016650        GO TO 2000-EXIT                                           PAYVAR01
016660     END-IF.                                                      PAYVAR01
016700     IF PAY-REG-RUNS (PAY-REG-SLOT) NOT = ZERO                    PAYVAR01
016800        MOVE PAY-REG-CUR (PAY-REG-SLOT) TO                        PAYVAR01
016900             PAY-REG-PRIOR (PAY-REG-SLOT)                         PAYVAR01
024800        OR PAY-PCT-AVG > PAY-VAR-PCT                              PAYVAR01
024900        MOVE 'ALERT' TO DTL-FLAG                                  PAYVAR01
025000        ADD 1 TO PAY-FLAG-COUNT                                   PAYVAR01
025050        PERFORM 3200-SEND-ALERT THRU 3200-EXIT                    PAYVAR01
025100     ELSE                                                         PAYVAR01
025200        MOVE SPACES TO DTL-FLAG                                   PAYVAR01
025300     END-IF.                                                      PAYVAR01
025400     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYVAR01
025500 3100-EXIT.                                                       PAYVAR01
025600     EXIT.                                                        PAYVAR01
025605***************************************************************** PAYVAR01
025610* 3200-SEND-ALERT - REGION ALERT TO THE OPERATIONS ALERT FILE     PAYVAR01
025615***************************************************************** PAYVAR01
025620 3200-SEND-ALERT.                                                 PAYVAR01
025625     MOVE 'PAYVAR01' TO X87-PROGRAMME.                            PAYVAR01
025630     MOVE 'C' TO X87-GRAVITE.                                     PAYVAR01
025635     MOVE 'PAYVAR' TO X87-CODE.                                   PAYVAR01
025640     MOVE SPACES TO X87-CLE.                                      PAYVAR01
025645     STRING 'REGION ' PAY-REG-CODE (PAY-REG-IX)                   PAYVAR01
025650            DELIMITED BY SIZE INTO X87-CLE.                       PAYVAR01
025655     MOVE SPACES TO X87-TEXTE.                                    PAYVAR01
025660     STRING 'PAY TOTAL' DTL-PCT-PRIOR '% VS PRIOR'                PAYVAR01
025665            DTL-PCT-AVG '% VS AVG' DELIMITED BY SIZE              PAYVAR01
025670            INTO X87-TEXTE.                                       PAYVAR01
025675     CALL 'SY0087' USING SY0087-PARMS.                            PAYVAR01
025680 3200-EXIT.                                                       PAYVAR01
025685     EXIT.                                                        PAYVAR01
025700***************************************************************** PAYVAR01
025800* 8000-FINALIZE - VERDICT, RETURN CODE, CLOSE UP                  PAYVAR01
025900***************************************************************** PAYVAR01

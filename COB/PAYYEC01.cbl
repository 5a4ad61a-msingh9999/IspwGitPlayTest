001000*  DATE      PROGRAMMER  CHANGES                                  PAYYEC01
001100*  --------  ----------  -----------------------------------      PAYYEC01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYYEC01
001210*  26/10/15  MAINT       YTD DEDUCTION BUCKETS ARCHIVED AND RESET PAYYEC01
001220*  26/10/15  MAINT       CLOSE NEEDS PAYANN01 STATEMENTS IN OPSLOGPAYYEC01
001230*  26/10/15  MAINT       REGION SUMMARY BY YTD REGION SEGMENT     PAYYEC01
001240*  26/10/15  MAINT       CLEAR YTD OFF-CYCLE MARKER AT YEAR END   PAYYEC01
001250*  26/10/15  MAINT       PAYOFF01 RUNS COUNT AS YTDMST POSTINGS   PAYYEC01
001260*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYYEC01
001300***************************************************************** PAYYEC01
001400*                                                                 PAYYEC01
001500*  YEAR-END CLOSE FOR THE YTD MASTER: ARCHIVES EVERY YTDMST       PAYYEC01
001700*  EARNINGS SUMMARY BY EMPLOYEE AND REGION FOR THE TAX PACKET,    PAYYEC01
001800*  ZEROES THE ACCUMULATORS FOR THE NEW YEAR, AND RECORDS THE      PAYYEC01
001900*  CLOSED YEAR IN YECTL SO A SECOND CLOSE OF THE SAME YEAR IS     PAYYEC01
002000*  REFUSED WITH RETURN CODE 8.  THE CLOSE IS ALSO REFUSED (RC 8)  PAYYEC01
002010*  UNLESS OPSLOG SHOWS A SUCCESSFUL PAYANN01 ANNUAL STATEMENT     PAYYEC01
002020*  RUN FOR THE YEAR THAT ENDED AFTER THE LAST YTDMST POSTING.     PAYYEC01
002030*  THE REGION SUMMARY SPLITS EACH EMPLOYEE BY THE REGION          PAYYEC01
002040*  SEGMENTS ON THE MASTER, SO A TRANSFER'S EARNINGS STAY WITH     PAYYEC01
002050*  THE REGION WHERE THEY WERE EARNED.                             PAYYEC01
002100*                                                                 PAYYEC01
002200 ENVIRONMENT DIVISION.                                            PAYYEC01
002300 CONFIGURATION SECTION.                                           PAYYEC01
004000            ORGANIZATION IS SEQUENTIAL.                           PAYYEC01
004100     SELECT RPT-FILE    ASSIGN TO YECRPT                          PAYYEC01
004200            ORGANIZATION IS SEQUENTIAL.                           PAYYEC01
004210     SELECT OPS-FILE    ASSIGN TO OPSLOG                          PAYYEC01
004220            ORGANIZATION IS SEQUENTIAL                            PAYYEC01
004230            FILE STATUS IS PAY-OPS-STATUS.                        PAYYEC01
004300 DATA DIVISION.                                                   PAYYEC01
004400 FILE SECTION.                                                    PAYYEC01
004500 FD  PRM-FILE                                                     PAYYEC01
006400     05  YTD-OT              PIC 9(07)V99.                        PAYYEC01
006500     05  YTD-COMM            PIC 9(07)V99.                        PAYYEC01
006600     05  YTD-LAST-RUN        PIC 9(06).                           PAYYEC01
006610     05  YTD-DEDUCTIONS.                                          PAYYEC01
006620         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYYEC01
006625     05  YTD-SEG-COUNT       PIC 9(01).                           PAYYEC01
006630     05  YTD-SEGMENTS.                                            PAYYEC01
006635         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYYEC01
006640             15  YTD-SEG-REGION  PIC X(05).                       PAYYEC01
006645             15  YTD-SEG-FROM    PIC 9(08).                       PAYYEC01
006650             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYYEC01
006655             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYYEC01
006660             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYYEC01
006665     05  YTD-RECENT-AREA.                                         PAYYEC01
006670         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYYEC01
006675             15  YTD-RC-PERIOD   PIC 9(08).                       PAYYEC01
006680             15  YTD-RC-REGION   PIC X(05).                       PAYYEC01
006685             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYYEC01
006690             15  YTD-RC-OT       PIC 9(05)V99.                    PAYYEC01
006695             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYYEC01
006696     05  YTD-OFF-CYCLE.                                           PAYYEC01
006697         10  YTD-OFF-BATCH   PIC X(08).                           PAYYEC01
006698         10  YTD-OFF-DATE    PIC 9(08).                           PAYYEC01
006699         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYYEC01
006700 FD  ARC-FILE                                                     PAYYEC01
006800     LABEL RECORDS STANDARD                                       PAYYEC01
006900     BLOCK 00000 RECORDS                                          PAYYEC01
007000     RECORDING F.                                                 PAYYEC01
007100 01  ARC-REC.                                                     PAYYEC01
007200     05  ARC-YEAR            PIC 9(04).                           PAYYEC01
007300     05  ARC-IMAGE           PIC X(485).                          PAYYEC01
007400 FD  RPT-FILE                                                     PAYYEC01
007500     LABEL RECORDS STANDARD                                       PAYYEC01
007600     BLOCK 00000 RECORDS                                          PAYYEC01
007700     RECORDING F.                                                 PAYYEC01
007800 01  RPT-REC                 PIC X(80).                           PAYYEC01
007805 FD  OPS-FILE                                                     PAYYEC01
007810     LABEL RECORDS STANDARD                                       PAYYEC01
007815     BLOCK 00000 RECORDS                                          PAYYEC01
007820     RECORDING F.                                                 PAYYEC01
007825 01  OPS-REC.                                                     PAYYEC01
007830     05  OPS-PROGRAMME       PIC X(08).                           PAYYEC01
007835     05  OPS-PHASE           PIC X(01).                           PAYYEC01
007840     05  OPS-TIMESTAMP       PIC X(26).                           PAYYEC01
007845     05  OPS-CPT-ENTREE      PIC 9(09).                           PAYYEC01
007850     05  OPS-CPT-SORTIE      PIC 9(09).                           PAYYEC01
007855     05  OPS-CPT-REJET       PIC 9(09).                           PAYYEC01
007860     05  OPS-ETAT            PIC X(08).                           PAYYEC01
007900 WORKING-STORAGE SECTION.                                         PAYYEC01
008000 77  PAY-PRM-STATUS           PIC X(02) VALUE ZERO.               PAYYEC01
008100 77  PAY-CTL-STATUS           PIC X(02) VALUE ZERO.               PAYYEC01
008900     88  PAY-YTD-EOF              VALUE 'Y'.                      PAYYEC01
009000 77  PAY-ALREADY-CLOSED       PIC X(01) VALUE 'N'.                PAYYEC01
009100 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYYEC01
009125 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYYEC01
009150 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYYEC01
009175 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYYEC01
009200 77  PAY-EMP-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYYEC01
009300 77  PAY-REG-NBR              PIC 9(02) COMP VALUE ZERO.          PAYYEC01
009400 77  PAY-REG-IX               PIC 9(02) COMP VALUE ZERO.          PAYYEC01
009500 77  PAY-REG-SLOT             PIC 9(02) COMP VALUE ZERO.          PAYYEC01
009600 77  PAY-REG-FOUND            PIC X(01) VALUE 'N'.                PAYYEC01
009610 77  PAY-OPS-STATUS           PIC X(02) VALUE ZERO.               PAYYEC01
009620 77  PAY-OPS-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYYEC01
009630     88  PAY-OPS-EOF              VALUE 'Y'.                      PAYYEC01
009640 77  PAY-CLOSE-YEAR-X         PIC X(04) VALUE SPACES.             PAYYEC01
009650 77  PAY-STMT-STAMP           PIC X(26) VALUE SPACES.             PAYYEC01
009660 77  PAY-POST-STAMP           PIC X(26) VALUE SPACES.             PAYYEC01
009662 77  PAY-SEG-IX               PIC 9(02) COMP VALUE ZERO.          PAYYEC01
009664 77  PAY-ADD-REGION           PIC X(05) VALUE SPACES.             PAYYEC01
009666 77  PAY-ADD-WAGES            PIC 9(07)V99 VALUE ZERO.            PAYYEC01
009668 77  PAY-ADD-OT               PIC 9(07)V99 VALUE ZERO.            PAYYEC01
009670 77  PAY-ADD-COMM             PIC 9(07)V99 VALUE ZERO.            PAYYEC01
009700 01  PAY-REGION-TABLE.                                            PAYYEC01
009800     05  PAY-REG-ENTRY        OCCURS 20 TIMES.                    PAYYEC01
009900         10  PAY-REG-CODE     PIC X(05).                          PAYYEC01
012700     05  REG-COMM            PIC ZZZ,ZZZ,ZZ9.99.                  PAYYEC01
012800     05  FILLER              PIC X(23) VALUE SPACES.              PAYYEC01
012900 COPY SY0095.                                                     PAYYEC01
012950 COPY SY0081.                                                     PAYYEC01
013000 PROCEDURE DIVISION.                                              PAYYEC01
013100***************************************************************** PAYYEC01
013200* 0000-MAINLINE                                                   PAYYEC01
013300***************************************************************** PAYYEC01
013400 0000-MAINLINE.                                                   PAYYEC01
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYYEC01
013575     IF PAY-STOP-SWITCH = 'Y'                                     PAYYEC01
013650        GO TO 8100-JOURNAL-STOP                                   PAYYEC01
013725     END-IF.                                                      PAYYEC01
013800     PERFORM 2000-CLOSE-YEAR THRU 2000-EXIT.                      PAYYEC01
013875     PERFORM 3000-REGION-SUMMARY THRU 3000-EXIT.                  PAYYEC01
013950     PERFORM 4000-MARK-CLOSED THRU 4000-EXIT.                     PAYYEC01
014100     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYYEC01
014200     GO TO 9999-EXIT.                                             PAYYEC01
014300***************************************************************** PAYYEC01
016400        DISPLAY 'NO CLOSE YEAR PARAMETER - RUN STOPPED'           PAYYEC01
016500        MOVE 8 TO RETURN-CODE                                     PAYYEC01
016600        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYEC01
016625        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYYEC01
016650        MOVE 'YECPRM' TO PAY-ERR-FILE                             PAYYEC01
016700        GO TO 1000-EXIT                                           PAYYEC01
016800     END-IF.                                                      PAYYEC01
016900     MOVE PRM-YEAR TO PAY-CLOSE-YEAR.                             PAYYEC01
017800                ' ALREADY CLOSED - RUN STOPPED'                   PAYYEC01
017900        MOVE 8 TO RETURN-CODE                                     PAYYEC01
018000        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYEC01
018025        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYYEC01
018050        MOVE 'YECTL' TO PAY-ERR-FILE                              PAYYEC01
018100        GO TO 1000-EXIT                                           PAYYEC01
018200     END-IF.                                                      PAYYEC01
018203     MOVE PAY-CLOSE-YEAR TO PAY-CLOSE-YEAR-X.                     PAYYEC01
018206     OPEN INPUT OPS-FILE.                                         PAYYEC01
018209     IF PAY-OPS-STATUS = '00'                                     PAYYEC01
018212        PERFORM 1200-CHECK-STATEMENTS THRU 1200-EXIT              PAYYEC01
018215            UNTIL PAY-OPS-EOF                                     PAYYEC01
018218        CLOSE OPS-FILE                                            PAYYEC01
018221     END-IF.                                                      PAYYEC01
018224     IF PAY-STMT-STAMP = SPACES                                   PAYYEC01
018227        DISPLAY 'NO SUCCESSFUL PAYANN01 STATEMENT RUN FOR '       PAYYEC01
018230                PAY-CLOSE-YEAR ' - RUN STOPPED'                   PAYYEC01
018233        MOVE 8 TO RETURN-CODE                                     PAYYEC01
018236        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYEC01
018239        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYYEC01
018242        MOVE 'OPSLOG' TO PAY-ERR-FILE                             PAYYEC01
018245        GO TO 1000-EXIT                                           PAYYEC01
018248     END-IF.                                                      PAYYEC01
018251     IF PAY-POST-STAMP > PAY-STMT-STAMP                           PAYYEC01
018254        DISPLAY 'YTDMST POSTED AFTER THE STATEMENT RUN OF '       PAYYEC01
018257                PAY-STMT-STAMP                                    PAYYEC01
018260        DISPLAY 'RERUN PAYANN01 BEFORE THE CLOSE - RUN STOPPED'   PAYYEC01
018263        MOVE 8 TO RETURN-CODE                                     PAYYEC01
018266        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYEC01
018269        MOVE 'D' TO PAY-ERR-CATEGORY                              PAYYEC01
018272        MOVE 'OPSLOG' TO PAY-ERR-FILE                             PAYYEC01
018275        GO TO 1000-EXIT                                           PAYYEC01
018278     END-IF.                                                      PAYYEC01
018300     OPEN I-O YTD-FILE.                                           PAYYEC01
018400     IF PAY-YTD-STATUS NOT = '00'                                 PAYYEC01
018500        AND PAY-YTD-STATUS NOT = '97'                             PAYYEC01
018700                PAY-YTD-STATUS                                    PAYYEC01
018800        MOVE 8 TO RETURN-CODE                                     PAYYEC01
018900        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYEC01
018925        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYYEC01
018950        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYYEC01
018975        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYYEC01
019000        GO TO 1000-EXIT                                           PAYYEC01
019100     END-IF.                                                      PAYYEC01
019200     OPEN OUTPUT ARC-FILE.                                        PAYYEC01
021200     END-IF.                                                      PAYYEC01
021300 1100-EXIT.                                                       PAYYEC01
021400     EXIT.                                                        PAYYEC01
021401 1200-CHECK-STATEMENTS.                                           PAYYEC01
021402     READ OPS-FILE                                                PAYYEC01
021403         AT END                                                   PAYYEC01
021404            SET PAY-OPS-EOF TO TRUE                               PAYYEC01
021405            GO TO 1200-EXIT                                       PAYYEC01
021406     END-READ.                                                    PAYYEC01
021407     IF OPS-PHASE NOT = 'F'                                       PAYYEC01
021408        GO TO 1200-EXIT                                           PAYYEC01
021409     END-IF.                                                      PAYYEC01
021410     IF OPS-PROGRAMME = 'PAYANN01'                                PAYYEC01
021411        AND OPS-ETAT (1:2) = 'OK'                                 PAYYEC01
021412        AND OPS-ETAT (5:4) = PAY-CLOSE-YEAR-X                     PAYYEC01
021413        MOVE OPS-TIMESTAMP TO PAY-STMT-STAMP                      PAYYEC01
021414     END-IF.                                                      PAYYEC01
021415     IF OPS-PROGRAMME = 'PAYYTD01' OR OPS-PROGRAMME = 'PAYADJ01'  PAYYEC01
021416        OR OPS-PROGRAMME = 'PAYDED01'                             PAYYEC01
021417        OR OPS-PROGRAMME = 'PAYOFF01'                             PAYYEC01
021418        MOVE OPS-TIMESTAMP TO PAY-POST-STAMP                      PAYYEC01
021419     END-IF.                                                      PAYYEC01
021420 1200-EXIT.                                                       PAYYEC01
021430     EXIT.                                                        PAYYEC01
021500***************************************************************** PAYYEC01
021600* 2000-CLOSE-YEAR - ARCHIVE, REPORT AND RESET EVERY EMPLOYEE      PAYYEC01
021700***************************************************************** PAYYEC01
023700     MOVE YTD-OT TO DTL-OT.                                       PAYYEC01
023800     MOVE YTD-COMM TO DTL-COMM.                                   PAYYEC01
023900     WRITE RPT-REC FROM RPT-DTL-LINE.                             PAYYEC01
024000     IF YTD-SEG-COUNT NUMERIC AND YTD-SEG-COUNT > ZERO            PAYYEC01
024010        PERFORM 2150-ADD-SEGMENT THRU 2150-EXIT                   PAYYEC01
024020            VARYING PAY-SEG-IX FROM 1 BY 1                        PAYYEC01
024030            UNTIL PAY-SEG-IX > YTD-SEG-COUNT                      PAYYEC01
024040     ELSE                                                         PAYYEC01
024050        MOVE YTD-REGION TO PAY-ADD-REGION                         PAYYEC01
024060        MOVE YTD-WAGES TO PAY-ADD-WAGES                           PAYYEC01
024070        MOVE YTD-OT TO PAY-ADD-OT                                 PAYYEC01
024080        MOVE YTD-COMM TO PAY-ADD-COMM                             PAYYEC01
024090        PERFORM 2200-ADD-REGION THRU 2200-EXIT                    PAYYEC01
024095     END-IF.                                                      PAYYEC01
024100     MOVE ZERO TO YTD-WAGES YTD-OT YTD-COMM.                      PAYYEC01
024110     MOVE ZERO TO YTD-DEDUCTIONS.                                 PAYYEC01
024120     MOVE ZERO TO YTD-SEG-COUNT YTD-SEGMENTS YTD-RECENT-AREA.     PAYYEC01
024130     MOVE SPACES TO YTD-OFF-BATCH.                                PAYYEC01
024140     MOVE ZERO TO YTD-OFF-DATE YTD-OFF-GROSS.                     PAYYEC01
024200     REWRITE YTD-REC                                              PAYYEC01
024300         INVALID KEY DISPLAY 'RESET FAILED FOR '                  PAYYEC01
024400                             YTD-EMP-NBR                          PAYYEC01
024500     END-REWRITE.                                                 PAYYEC01
024600 2100-EXIT.                                                       PAYYEC01
024700     EXIT.                                                        PAYYEC01
024701 2150-ADD-SEGMENT.                                                PAYYEC01
024702     MOVE YTD-SEG-REGION (PAY-SEG-IX) TO PAY-ADD-REGION.          PAYYEC01
024703     MOVE YTD-SEG-WAGES (PAY-SEG-IX) TO PAY-ADD-WAGES.            PAYYEC01
024704     MOVE YTD-SEG-OT (PAY-SEG-IX) TO PAY-ADD-OT.                  PAYYEC01
024705     MOVE YTD-SEG-COMM (PAY-SEG-IX) TO PAY-ADD-COMM.              PAYYEC01
024706     PERFORM 2200-ADD-REGION THRU 2200-EXIT.                      PAYYEC01
024707 2150-EXIT.                                                       PAYYEC01
024708     EXIT.                                                        PAYYEC01
024800 2200-ADD-REGION.                                                 PAYYEC01
024900     MOVE ZERO TO PAY-REG-SLOT.                                   PAYYEC01
025000     MOVE 'N' TO PAY-REG-FOUND.                                   PAYYEC01
026000        IF PAY-REG-NBR < 20                                       PAYYEC01
026100           ADD 1 TO PAY-REG-NBR                                   PAYYEC01
026200           MOVE PAY-REG-NBR TO PAY-REG-SLOT                       PAYYEC01
026300           MOVE PAY-ADD-REGION TO PAY-REG-CODE (PAY-REG-SLOT)     PAYYEC01
026400           MOVE ZERO TO PAY-REG-WAGES (PAY-REG-SLOT)              PAYYEC01
026500                        PAY-REG-OT (PAY-REG-SLOT)                 PAYYEC01
026600                        PAY-REG-COMM (PAY-REG-SLOT)               PAYYEC01
026700        END-IF                                                    PAYYEC01
026800     END-IF.                                                      PAYYEC01
026900     IF PAY-REG-SLOT NOT = ZERO                                   PAYYEC01
027000        ADD PAY-ADD-WAGES TO PAY-REG-WAGES (PAY-REG-SLOT)         PAYYEC01
027100        ADD PAY-ADD-OT TO PAY-REG-OT (PAY-REG-SLOT)               PAYYEC01
027200        ADD PAY-ADD-COMM TO PAY-REG-COMM (PAY-REG-SLOT)           PAYYEC01
027300     END-IF.                                                      PAYYEC01
027400 2200-EXIT.                                                       PAYYEC01
027500     EXIT.                                                        PAYYEC01
027600 2210-SCAN-REGION.                                                PAYYEC01
027700     IF PAY-REG-CODE (PAY-REG-IX) = PAY-ADD-REGION                PAYYEC01
027800        MOVE 'Y' TO PAY-REG-FOUND                                 PAYYEC01
027900     END-IF.                                                      PAYYEC01
028000 2210-EXIT.                                                       PAYYEC01
032300     MOVE PAY-EMP-COUNT TO X95-CPT-ENTREE.                        PAYYEC01
032400     MOVE PAY-EMP-COUNT TO X95-CPT-SORTIE.                        PAYYEC01
032500     MOVE ZERO TO X95-CPT-REJET.                                  PAYYEC01
032800     MOVE 'OK' TO X95-ETAT.                                       PAYYEC01
033100     CALL 'SY0095' USING SY0095-PARMS.                            PAYYEC01
033200 8000-EXIT.                                                       PAYYEC01
033300     EXIT.                                                        PAYYEC01
033306***************************************************************** PAYYEC01
033312* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYYEC01
033318***************************************************************** PAYYEC01
033324 8100-JOURNAL-STOP.                                               PAYYEC01
033330     MOVE 'PAYYEC01' TO X81-PROGRAMME.                            PAYYEC01
033336     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYYEC01
033342     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYYEC01
033348     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYYEC01
033354     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYYEC01
033360     MOVE SPACES TO X81-TEXTE.                                    PAYYEC01
033366     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYYEC01
033372                  X81-CPT-REJET.                                  PAYYEC01
033378     CALL 'SY0081' USING SY0081-PARMS.                            PAYYEC01
033384     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYYEC01
033400 9999-EXIT.                                                       PAYYEC01
033500     GOBACK.                                                      PAYYEC01

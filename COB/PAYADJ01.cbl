001000*  DATE      PROGRAMMER  CHANGES                                  PAYADJ01
001100*  --------  ----------  -----------------------------------      PAYADJ01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYADJ01
001210*  26/10/15  MAINT       YTD DEDUCTION BUCKETS ON YTDMST          PAYADJ01
001220*  26/10/15  MAINT       ADJUST CURRENT REGION SEGMENT ON YTDMST  PAYADJ01
001230*  26/10/15  MAINT       YTD OFF-CYCLE MARKER ON YTDMST           PAYADJ01
001240*  26/10/15  MAINT       OPERATOR AUTHORIZATION CHECK (SY0085)    PAYADJ01
001300***************************************************************** PAYADJ01
001400*                                                                 PAYADJ01
001500*  RETRO-PAY ADJUSTMENTS: APPLIES THE SIGNED AMOUNTS ON THE       PAYADJ01
001800*  AUDIT RECORD PER ADJUSTMENT WITH BEFORE/AFTER VALUES, AND      PAYADJ01
001900*  PRINTS AN ADJUSTMENTS REGISTER SUBTOTALED BY REGION AND        PAYADJ01
002000*  REASON.  CORRECTIONS STAY OUT OF THE REGULAR EXTRACT.          PAYADJ01
002010*  AN ADJUSTMENT ALSO CHANGES THE CURRENT REGION SEGMENT OF THE   PAYADJ01
002020*  MASTER, AND IS REJECTED IF THAT SEGMENT WOULD GO NEGATIVE.     PAYADJ01
002030*  EACH ADJUSTMENT CARRIES THE OPERATOR ID, WHO MUST HOLD THE     PAYADJ01
002040*  CORRECT FUNCTION FOR PAYADJ01 IN AUTREF (SY0085).              PAYADJ01
002100*                                                                 PAYADJ01
002200 ENVIRONMENT DIVISION.                                            PAYADJ01
002300 CONFIGURATION SECTION.                                           PAYADJ01
005100                             SIGN LEADING SEPARATE.               PAYADJ01
005200     05  ADJ-REASON          PIC X(02).                           PAYADJ01
005300     05  ADJ-PERIOD          PIC 9(06).                           PAYADJ01
005350     05  ADJ-OPERATOR        PIC X(08).                           PAYADJ01
005400     05  FILLER              PIC X(49).                           PAYADJ01
005500 FD  YTD-FILE                                                     PAYADJ01
005600     LABEL RECORDS STANDARD.                                      PAYADJ01
005700 01  YTD-REC.                                                     PAYADJ01
006200     05  YTD-OT              PIC 9(07)V99.                        PAYADJ01
006300     05  YTD-COMM            PIC 9(07)V99.                        PAYADJ01
006400     05  YTD-LAST-RUN        PIC 9(06).                           PAYADJ01
006410     05  YTD-DEDUCTIONS.                                          PAYADJ01
006420         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYADJ01
006425     05  YTD-SEG-COUNT       PIC 9(01).                           PAYADJ01
006430     05  YTD-SEGMENTS.                                            PAYADJ01
006435         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYADJ01
006440             15  YTD-SEG-REGION  PIC X(05).                       PAYADJ01
006445             15  YTD-SEG-FROM    PIC 9(08).                       PAYADJ01
006450             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYADJ01
006455             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYADJ01
006460             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYADJ01
006465     05  YTD-RECENT-AREA.                                         PAYADJ01
006470         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYADJ01
006475             15  YTD-RC-PERIOD   PIC 9(08).                       PAYADJ01
006480             15  YTD-RC-REGION   PIC X(05).                       PAYADJ01
006485             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYADJ01
006490             15  YTD-RC-OT       PIC 9(05)V99.                    PAYADJ01
006495             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYADJ01
006496     05  YTD-OFF-CYCLE.                                           PAYADJ01
006497         10  YTD-OFF-BATCH   PIC X(08).                           PAYADJ01
006498         10  YTD-OFF-DATE    PIC 9(08).                           PAYADJ01
006499         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYADJ01
006500 FD  AUD-FILE                                                     PAYADJ01
006600     LABEL RECORDS STANDARD                                       PAYADJ01
006700     BLOCK 00000 RECORDS                                          PAYADJ01
007700     05  AUD-PERIOD          PIC 9(06).                           PAYADJ01
007800     05  AUD-BEFORE          PIC 9(07)V99.                        PAYADJ01
007900     05  AUD-AFTER           PIC 9(07)V99.                        PAYADJ01
007950     05  AUD-OPERATOR        PIC X(08).                           PAYADJ01
008000     05  FILLER              PIC X(17).                           PAYADJ01
008100 FD  RPT-FILE                                                     PAYADJ01
008200     LABEL RECORDS STANDARD                                       PAYADJ01
008300     BLOCK 00000 RECORDS                                          PAYADJ01
010100 77  PAY-SUB-IX               PIC 9(03) COMP VALUE ZERO.          PAYADJ01
010200 77  PAY-SUB-SLOT             PIC 9(03) COMP VALUE ZERO.          PAYADJ01
010300 77  PAY-SUB-FOUND            PIC X(01) VALUE 'N'.                PAYADJ01
010310 77  PAY-SEG-AFTER            PIC S9(08)V99 VALUE ZERO.           PAYADJ01
010400 01  PAY-SUB-TABLE.                                               PAYADJ01
010500     05  PAY-SUB-ENTRY        OCCURS 100 TIMES.                   PAYADJ01
010600         10  PAY-SUB-REGION   PIC X(05).                          PAYADJ01
013300     05  SUB-AMT             PIC -ZZZ,ZZZ,ZZ9.99.                 PAYADJ01
013400     05  FILLER              PIC X(22) VALUE SPACES.              PAYADJ01
013500 COPY SY0095.                                                     PAYADJ01
013550 COPY SY0085.                                                     PAYADJ01
013600 PROCEDURE DIVISION.                                              PAYADJ01
013700***************************************************************** PAYADJ01
013800* 0000-MAINLINE                                                   PAYADJ01
019600     MOVE ADJ-AMOUNT TO DTL-AMOUNT.                               PAYADJ01
019700     MOVE ADJ-REASON TO DTL-REASON.                               PAYADJ01
019800     MOVE ADJ-PERIOD TO DTL-PERIOD.                               PAYADJ01
019810     PERFORM 2050-CHECK-AUTH THRU 2050-EXIT.                      PAYADJ01
019820     IF X85-REFUSE                                                PAYADJ01
019830        MOVE 'OPERATOR UNAUTHORIZED' TO DTL-TEXT                  PAYADJ01
019840        PERFORM 2500-REJECT THRU 2500-EXIT                        PAYADJ01
019850        GO TO 2000-EXIT                                           PAYADJ01
019860     END-IF.                                                      PAYADJ01
019900     IF ADJ-ELEMENT NOT = 'W' AND ADJ-ELEMENT NOT = 'O'           PAYADJ01
020000        AND ADJ-ELEMENT NOT = 'C'                                 PAYADJ01
020100        MOVE 'INVALID PAY ELEMENT' TO DTL-TEXT                    PAYADJ01
022700        PERFORM 2500-REJECT THRU 2500-EXIT                        PAYADJ01
022800        GO TO 2000-EXIT                                           PAYADJ01
022900     END-IF.                                                      PAYADJ01
022910     MOVE ZERO TO PAY-SEG-AFTER.                                  PAYADJ01
022920     IF YTD-SEG-COUNT NUMERIC AND YTD-SEG-COUNT > ZERO            PAYADJ01
022930        PERFORM 2100-SEGMENT-AMOUNT THRU 2100-EXIT                PAYADJ01
022940        IF PAY-SEG-AFTER < ZERO                                   PAYADJ01
022950           MOVE 'EXCEEDS REGION SEGMENT' TO DTL-TEXT              PAYADJ01
022960           PERFORM 2500-REJECT THRU 2500-EXIT                     PAYADJ01
022970           GO TO 2000-EXIT                                        PAYADJ01
022980        END-IF                                                    PAYADJ01
022990     END-IF.                                                      PAYADJ01
023000     IF ADJ-ELEMENT = 'W'                                         PAYADJ01
023100        MOVE PAY-AFTER-AMT TO YTD-WAGES                           PAYADJ01
023200     END-IF.                                                      PAYADJ01
023600     IF ADJ-ELEMENT = 'C'                                         PAYADJ01
023700        MOVE PAY-AFTER-AMT TO YTD-COMM                            PAYADJ01
023800     END-IF.                                                      PAYADJ01
023810     IF YTD-SEG-COUNT NUMERIC AND YTD-SEG-COUNT > ZERO            PAYADJ01
023820        PERFORM 2200-APPLY-SEGMENT THRU 2200-EXIT                 PAYADJ01
023830     END-IF.                                                      PAYADJ01
023900     MOVE PAY-RUN-DATE TO YTD-LAST-RUN.                           PAYADJ01
024000     REWRITE YTD-REC                                              PAYADJ01
024100         INVALID KEY                                              PAYADJ01
025000     PERFORM 2400-ADD-SUBTOTAL THRU 2400-EXIT.                    PAYADJ01
025100 2000-EXIT.                                                       PAYADJ01
025200     EXIT.                                                        PAYADJ01
025202 2100-SEGMENT-AMOUNT.                                             PAYADJ01
025204     IF ADJ-ELEMENT = 'W'                                         PAYADJ01
025206        COMPUTE PAY-SEG-AFTER = YTD-SEG-WAGES (YTD-SEG-COUNT)     PAYADJ01
025208                              + ADJ-AMOUNT                        PAYADJ01
025210     END-IF.                                                      PAYADJ01
025212     IF ADJ-ELEMENT = 'O'                                         PAYADJ01
025214        COMPUTE PAY-SEG-AFTER = YTD-SEG-OT (YTD-SEG-COUNT)        PAYADJ01
025216                              + ADJ-AMOUNT                        PAYADJ01
025218     END-IF.                                                      PAYADJ01
025220     IF ADJ-ELEMENT = 'C'                                         PAYADJ01
025222        COMPUTE PAY-SEG-AFTER = YTD-SEG-COMM (YTD-SEG-COUNT)      PAYADJ01
025224                              + ADJ-AMOUNT                        PAYADJ01
025226     END-IF.                                                      PAYADJ01
025228 2100-EXIT.                                                       PAYADJ01
025230     EXIT.                                                        PAYADJ01
025232 2200-APPLY-SEGMENT.                                              PAYADJ01
025234     IF ADJ-ELEMENT = 'W'                                         PAYADJ01
025236        MOVE PAY-SEG-AFTER TO YTD-SEG-WAGES (YTD-SEG-COUNT)       PAYADJ01
025238     END-IF.                                                      PAYADJ01
025240     IF ADJ-ELEMENT = 'O'                                         PAYADJ01
025242        MOVE PAY-SEG-AFTER TO YTD-SEG-OT (YTD-SEG-COUNT)          PAYADJ01
025244     END-IF.                                                      PAYADJ01
025246     IF ADJ-ELEMENT = 'C'                                         PAYADJ01
025248        MOVE PAY-SEG-AFTER TO YTD-SEG-COMM (YTD-SEG-COUNT)        PAYADJ01
025250     END-IF.                                                      PAYADJ01
025252 2200-EXIT.                                                       PAYADJ01
025254     EXIT.                                                        PAYADJ01
025256 2050-CHECK-AUTH.                                                 PAYADJ01
025261     MOVE ADJ-OPERATOR TO X85-OPERATEUR.                          PAYADJ01
025266     MOVE 'PAYADJ01' TO X85-PROGRAMME.                            PAYADJ01
025271     MOVE 'C' TO X85-FONCTION.                                    PAYADJ01
025276     MOVE ADJ-EMP-NBR TO X85-CLE.                                 PAYADJ01
025281     CALL 'SY0085' USING SY0085-PARMS.                            PAYADJ01
025286 2050-EXIT.                                                       PAYADJ01
025291     EXIT.                                                        PAYADJ01
025300 2300-WRITE-AUDIT.                                                PAYADJ01
025400     MOVE PAY-RUN-DATE TO AUD-DATE.                               PAYADJ01
025500     MOVE PAY-RUN-TIME (1:6) TO AUD-TIME.                         PAYADJ01
026000     MOVE ADJ-PERIOD TO AUD-PERIOD.                               PAYADJ01
026100     MOVE PAY-BEFORE-AMT TO AUD-BEFORE.                           PAYADJ01
026200     MOVE PAY-AFTER-AMT TO AUD-AFTER.                             PAYADJ01
026210     MOVE ADJ-OPERATOR TO AUD-OPERATOR.                           PAYADJ01
026300     WRITE AUD-REC.                                               PAYADJ01
026400 2300-EXIT.                                                       PAYADJ01
026500     EXIT.                                                        PAYADJ01

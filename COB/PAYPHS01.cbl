000100 IDENTIFICATION DIVISION.                                         PAYPHS01
000200 PROGRAM-ID.        PAYPHS01.                                     PAYPHS01
000300 AUTHOR.            PAYROLL SYSTEMS GROUP.                        PAYPHS01
000400 INSTALLATION.      HOME OFFICE DATA CENTER.                      PAYPHS01
000500 DATE-WRITTEN.      OCTOBER 15, 2026.                             PAYPHS01
000600 DATE-COMPILED.                                                   PAYPHS01
000700***************************************************************** PAYPHS01
000800*                   MODIFICATION  LOG                             PAYPHS01
000900*                                                                 PAYPHS01
001000*  DATE      PROGRAMMER  CHANGES                                  PAYPHS01
001100*  --------  ----------  -----------------------------------      PAYPHS01
001200*  26/10/15  MAINT       NEW PROGRAM                              PAYPHS01
001210*  26/10/15  MAINT       NETPAY/PAYPHS IMAGE CARRIES FULL DETAIL  PAYPHS01
001220*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYPHS01
001300***************************************************************** PAYPHS01
001400*                                                                 PAYPHS01
001500*  PAY-PERIOD HISTORY STORE: ARCHIVES THE VALIDATED PAYOUT        PAYPHS01
001600*  EXTRACT OF A PERIOD TO THE KEYED PAYPHS STORE (KEY = PERIOD    PAYPHS01
001700*  END DATE + SEQUENCE IN EXTRACT ORDER) SO PAYRPR01 CAN          PAYPHS01
001800*  REPRINT THE PERIOD'S REPORTS LATER.  THE PERIOD IS THE         PAYPHS01
001900*  PERPRM DATE WHEN ONE IS GIVEN, OTHERWISE THE FIRST PAYCAL      PAYPHS01
002000*  PERIOD WHOSE CUT-OFF IS NOT BEFORE TODAY; WITH NEITHER THE     PAYPHS01
002100*  RUN STOPS (RC=8).  RUN AFTER PAYDED01: EACH RECORD ALSO        PAYPHS01
002200*  CARRIES THE DEDUCTIONS AND NET PAY FROM NETPAY WHEN THE        PAYPHS01
002300*  NETPAY IMAGE MATCHES THE EXTRACT RECORD.  WITHOUT A MATCHING   PAYPHS01
002400*  NETPAY RECORD THE NET IS TAKEN AS THE GROSS, THE RECORD IS     PAYPHS01
002500*  FLAGGED AND A WARNING IS GIVEN (RC=4).  A RERUN FOR A PERIOD   PAYPHS01
002600*  ALREADY ARCHIVED REPLACES THAT PERIOD'S RECORDS.               PAYPHS01
002700*                                                                 PAYPHS01
002800 ENVIRONMENT DIVISION.                                            PAYPHS01
002900 CONFIGURATION SECTION.                                           PAYPHS01
003000 SOURCE-COMPUTER.   IBM-370.                                      PAYPHS01
003100 OBJECT-COMPUTER.   IBM-370.                                      PAYPHS01
003200 INPUT-OUTPUT SECTION.                                            PAYPHS01
003300 FILE-CONTROL.                                                    PAYPHS01
003400     SELECT PAYOUT-FILE ASSIGN TO PAYOUT                          PAYPHS01
003500            ORGANIZATION IS SEQUENTIAL                            PAYPHS01
003600            FILE STATUS IS PAY-OUT-STATUS.                        PAYPHS01
003700     SELECT NET-FILE    ASSIGN TO NETPAY                          PAYPHS01
003800            ORGANIZATION IS SEQUENTIAL                            PAYPHS01
003900            FILE STATUS IS PAY-NET-STATUS.                        PAYPHS01
004000     SELECT PER-FILE    ASSIGN TO PERPRM                          PAYPHS01
004100            ORGANIZATION IS SEQUENTIAL                            PAYPHS01
004200            FILE STATUS IS PAY-PER-STATUS.                        PAYPHS01
004300     SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYPHS01
004400            ORGANIZATION IS SEQUENTIAL                            PAYPHS01
004500            FILE STATUS IS PAY-CAL-STATUS.                        PAYPHS01
004600     SELECT PHS-FILE    ASSIGN TO PAYPHS                          PAYPHS01
004700            ORGANIZATION IS INDEXED                               PAYPHS01
004800            ACCESS IS DYNAMIC                                     PAYPHS01
004900            RECORD KEY IS PHS-KEY                                 PAYPHS01
005000            FILE STATUS IS PAY-PHS-STATUS.                        PAYPHS01
005100 DATA DIVISION.                                                   PAYPHS01
005200 FILE SECTION.                                                    PAYPHS01
005300 FD  PAYOUT-FILE                                                  PAYPHS01
005400     LABEL RECORDS STANDARD                                       PAYPHS01
005500     BLOCK 00000 RECORDS                                          PAYPHS01
005600     RECORDING F.                                                 PAYPHS01
005700 01  PI-DETAIL-REC.                                               PAYPHS01
005800     05  PI-NAME             PIC X(15).                           PAYPHS01
005900     05  PI-REGION           PIC X(05).                           PAYPHS01
006000     05  PI-TYPE             PIC X(01).                           PAYPHS01
006100     05  PI-YEARS            PIC 9(02).                           PAYPHS01
006200     05  PI-HIRE-DATE        PIC 9(06).                           PAYPHS01
006300     05  PI-WAGES            PIC 9(05)V99.                        PAYPHS01
006400     05  PI-OT               PIC 9(05)V99.                        PAYPHS01
006500     05  PI-COMM             PIC 9(05)V99.                        PAYPHS01
006600     05  PI-TOTAL            PIC 9(05)V99.                        PAYPHS01
006700     05  PI-EMP-NBR          PIC 9(06).                           PAYPHS01
006800 FD  NET-FILE                                                     PAYPHS01
006900     LABEL RECORDS STANDARD                                       PAYPHS01
007000     BLOCK 00000 RECORDS                                          PAYPHS01
007100     RECORDING F.                                                 PAYPHS01
007200 01  NP-REC.                                                      PAYPHS01
007300     05  NP-IMAGE            PIC X(63).                           PAYPHS01
007400     05  NP-DED-ENTRY        OCCURS 4 TIMES.                      PAYPHS01
007500         10  NP-DED-CODE     PIC X(04).                           PAYPHS01
007600         10  NP-DED-AMT      PIC 9(05)V99.                        PAYPHS01
007700     05  NP-DED-TOTAL        PIC 9(05)V99.                        PAYPHS01
007800     05  NP-NET-PAY          PIC 9(05)V99.                        PAYPHS01
007900 FD  PER-FILE                                                     PAYPHS01
008000     LABEL RECORDS STANDARD                                       PAYPHS01
008100     BLOCK 00000 RECORDS                                          PAYPHS01
008200     RECORDING F.                                                 PAYPHS01
008300 01  PER-REC.                                                     PAYPHS01
008400     05  PER-DATE            PIC 9(08).                           PAYPHS01
008500     05  PER-FORCE           PIC X(01).                           PAYPHS01
008600 FD  CAL-FILE                                                     PAYPHS01
008700     LABEL RECORDS STANDARD                                       PAYPHS01
008800     BLOCK 00000 RECORDS                                          PAYPHS01
008900     RECORDING F.                                                 PAYPHS01
009000 01  CAL-REC.                                                     PAYPHS01
009100     05  CAL-START           PIC 9(08).                           PAYPHS01
009200     05  CAL-END             PIC 9(08).                           PAYPHS01
009300     05  CAL-CUTOFF          PIC 9(08).                           PAYPHS01
009400     05  CAL-SCHED-PAY       PIC 9(08).                           PAYPHS01
009500     05  CAL-PAY-DATE        PIC 9(08).                           PAYPHS01
009600     05  FILLER              PIC X(10).                           PAYPHS01
009700 FD  PHS-FILE                                                     PAYPHS01
009800     LABEL RECORDS STANDARD.                                      PAYPHS01
009900 01  PHS-REC.                                                     PAYPHS01
010000     05  PHS-KEY.                                                 PAYPHS01
010100         10  PHS-PERIOD      PIC 9(08).                           PAYPHS01
010200         10  PHS-SEQ         PIC 9(06).                           PAYPHS01
010300     05  PHS-IMAGE           PIC X(63).                           PAYPHS01
010400     05  PHS-DED-ENTRY       OCCURS 4 TIMES.                      PAYPHS01
010500         10  PHS-DED-CODE    PIC X(04).                           PAYPHS01
010600         10  PHS-DED-AMT     PIC 9(05)V99.                        PAYPHS01
010700     05  PHS-DED-TOTAL       PIC 9(05)V99.                        PAYPHS01
010800     05  PHS-NET-PAY         PIC 9(05)V99.                        PAYPHS01
010900     05  PHS-NET-SWITCH      PIC X(01).                           PAYPHS01
011000         88  PHS-NET-ARCHIVED    VALUE 'Y'.                       PAYPHS01
011100     05  PHS-ARC-DATE        PIC 9(08).                           PAYPHS01
011200     05  FILLER              PIC X(05).                           PAYPHS01
011300 WORKING-STORAGE SECTION.                                         PAYPHS01
011400 77  PAY-OUT-STATUS           PIC X(02) VALUE ZERO.               PAYPHS01
011500 77  PAY-NET-STATUS           PIC X(02) VALUE ZERO.               PAYPHS01
011600 77  PAY-PER-STATUS           PIC X(02) VALUE ZERO.               PAYPHS01
011700 77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYPHS01
011800 77  PAY-PHS-STATUS           PIC X(02) VALUE ZERO.               PAYPHS01
011900 77  PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.                PAYPHS01
012000     88  PAY-EOF                  VALUE 'Y'.                      PAYPHS01
012100 77  PAY-NET-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYPHS01
012200     88  PAY-NET-EOF              VALUE 'Y'.                      PAYPHS01
012300 77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYPHS01
012400     88  PAY-CAL-EOF              VALUE 'Y'.                      PAYPHS01
012500 77  PAY-PHS-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYPHS01
012600     88  PAY-PHS-EOF              VALUE 'Y'.                      PAYPHS01
012700 77  PAY-NET-SWITCH           PIC X(01) VALUE 'N'.                PAYPHS01
012800 77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYPHS01
012900 77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYPHS01
012925 77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYPHS01
012950 77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYPHS01
012975 77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYPHS01
013000 77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYPHS01
013100 77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYPHS01
013200 77  PAY-PERIOD-DATE          PIC 9(08) VALUE ZERO.               PAYPHS01
013300 77  PAY-READ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.        PAYPHS01
013400 77  PAY-ARC-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYPHS01
013500 77  PAY-REJ-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYPHS01
013600 77  PAY-DEL-COUNT            PIC 9(07) COMP-3 VALUE ZERO.        PAYPHS01
013700 77  PAY-NO-NET-COUNT         PIC 9(07) COMP-3 VALUE ZERO.        PAYPHS01
013800 77  PAY-SEQ                  PIC 9(06) VALUE ZERO.               PAYPHS01
013900 77  PAY-DED-IX               PIC 9(01) COMP VALUE ZERO.          PAYPHS01
014000 COPY SY0099.                                                     PAYPHS01
014100 COPY SY0095.                                                     PAYPHS01
014150 COPY SY0081.                                                     PAYPHS01
014200 PROCEDURE DIVISION.                                              PAYPHS01
014300***************************************************************** PAYPHS01
014400* 0000-MAINLINE                                                   PAYPHS01
014500***************************************************************** PAYPHS01
014600 0000-MAINLINE.                                                   PAYPHS01
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYPHS01
014750     IF PAY-STOP-SWITCH = 'Y'                                     PAYPHS01
014800        GO TO 8100-JOURNAL-STOP                                   PAYPHS01
014850     END-IF.                                                      PAYPHS01
014900     PERFORM 2000-ARCHIVE-RECORD THRU 2000-EXIT                   PAYPHS01
014950         UNTIL PAY-EOF.                                           PAYPHS01
015100     PERFORM 8000-FINALIZE THRU 8000-EXIT.                        PAYPHS01
015200     GO TO 9999-EXIT.                                             PAYPHS01
015300***************************************************************** PAYPHS01
015400* 1000-INITIALIZE - FIX THE PERIOD, OPEN FILES, CLEAR A RERUN     PAYPHS01
015500***************************************************************** PAYPHS01
015600 1000-INITIALIZE.                                                 PAYPHS01
015700     MOVE 'PAYPHS01' TO X95-PROGRAMME.                            PAYPHS01
015800     MOVE 'D' TO X95-PHASE.                                       PAYPHS01
015900     MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE                   PAYPHS01
016000                  X95-CPT-REJET.                                  PAYPHS01
016100     MOVE SPACES TO X95-ETAT.                                     PAYPHS01
016200     CALL 'SY0095' USING SY0095-PARMS.                            PAYPHS01
016300     MOVE 'C' TO X99-FONCTION.                                    PAYPHS01
016400     CALL 'SY0099' USING SY0099-PARMS.                            PAYPHS01
016500     MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYPHS01
016600     OPEN INPUT PER-FILE.                                         PAYPHS01
016700     IF PAY-PER-STATUS = '00'                                     PAYPHS01
016800        READ PER-FILE                                             PAYPHS01
016900            AT END MOVE SPACES TO PER-REC                         PAYPHS01
017000        END-READ                                                  PAYPHS01
017100        CLOSE PER-FILE                                            PAYPHS01
017200     ELSE                                                         PAYPHS01
017300        MOVE SPACES TO PER-REC                                    PAYPHS01
017400     END-IF.                                                      PAYPHS01
017500     IF PER-DATE NUMERIC AND PER-DATE NOT = ZERO                  PAYPHS01
017600        MOVE PER-DATE TO PAY-PERIOD-DATE                          PAYPHS01
017700     ELSE                                                         PAYPHS01
017800        PERFORM 1100-READ-CALENDAR THRU 1100-EXIT                 PAYPHS01
017900     END-IF.                                                      PAYPHS01
018000     IF PAY-PERIOD-DATE = ZERO                                    PAYPHS01
018100        DISPLAY 'NO PAY PERIOD ON PERPRM OR PAYCAL - STOPPED'     PAYPHS01
018200        MOVE 8 TO RETURN-CODE                                     PAYPHS01
018300        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYPHS01
018325        MOVE 'P' TO PAY-ERR-CATEGORY                              PAYPHS01
018350        MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYPHS01
018400        GO TO 1000-EXIT                                           PAYPHS01
018500     END-IF.                                                      PAYPHS01
018600     OPEN INPUT PAYOUT-FILE.                                      PAYPHS01
018700     IF PAY-OUT-STATUS NOT = '00'                                 PAYPHS01
018800        DISPLAY 'PAYOUT EXTRACT UNAVAILABLE - STATUS '            PAYPHS01
018900                PAY-OUT-STATUS                                    PAYPHS01
019000        MOVE 8 TO RETURN-CODE                                     PAYPHS01
019100        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYPHS01
019125        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYPHS01
019150        MOVE 'PAYOUT' TO PAY-ERR-FILE                             PAYPHS01
019175        MOVE PAY-OUT-STATUS TO PAY-ERR-STATUS                     PAYPHS01
019200        GO TO 1000-EXIT                                           PAYPHS01
019300     END-IF.                                                      PAYPHS01
019400     OPEN I-O PHS-FILE.                                           PAYPHS01
019500     IF PAY-PHS-STATUS = '35'                                     PAYPHS01
019600        OPEN OUTPUT PHS-FILE                                      PAYPHS01
019700        CLOSE PHS-FILE                                            PAYPHS01
019800        OPEN I-O PHS-FILE                                         PAYPHS01
019900     END-IF.                                                      PAYPHS01
020000     IF PAY-PHS-STATUS NOT = '00'                                 PAYPHS01
020100        AND PAY-PHS-STATUS NOT = '97'                             PAYPHS01
020200        DISPLAY 'PERIOD HISTORY STORE UNAVAILABLE - STATUS '      PAYPHS01
020300                PAY-PHS-STATUS                                    PAYPHS01
020400        MOVE 8 TO RETURN-CODE                                     PAYPHS01
020500        MOVE 'Y' TO PAY-STOP-SWITCH                               PAYPHS01
020525        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYPHS01
020550        MOVE 'PAYPHS' TO PAY-ERR-FILE                             PAYPHS01
020575        MOVE PAY-PHS-STATUS TO PAY-ERR-STATUS                     PAYPHS01
020600        CLOSE PAYOUT-FILE                                         PAYPHS01
020700        GO TO 1000-EXIT                                           PAYPHS01
020800     END-IF.                                                      PAYPHS01
020900     OPEN INPUT NET-FILE.                                         PAYPHS01
021000     IF PAY-NET-STATUS = '00'                                     PAYPHS01
021100        MOVE 'Y' TO PAY-NET-SWITCH                                PAYPHS01
021200     ELSE                                                         PAYPHS01
021300        DISPLAY 'NETPAY UNAVAILABLE - NET TAKEN AS GROSS'         PAYPHS01
021400        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYPHS01
021500     END-IF.                                                      PAYPHS01
021600     PERFORM 1200-CLEAR-PERIOD THRU 1200-EXIT.                    PAYPHS01
021700     IF PAY-DEL-COUNT NOT = ZERO                                  PAYPHS01
021800        DISPLAY 'PERIOD ' PAY-PERIOD-DATE                         PAYPHS01
021900                ' ALREADY ARCHIVED - RECORDS REPLACED'            PAYPHS01
022000     END-IF.                                                      PAYPHS01
022100 1000-EXIT.                                                       PAYPHS01
022200     EXIT.                                                        PAYPHS01
022300 1100-READ-CALENDAR.                                              PAYPHS01
022400     OPEN INPUT CAL-FILE.                                         PAYPHS01
022500     IF PAY-CAL-STATUS NOT = '00'                                 PAYPHS01
022600        DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYPHS01
022700                PAY-CAL-STATUS                                    PAYPHS01
022800        GO TO 1100-EXIT                                           PAYPHS01
022900     END-IF.                                                      PAYPHS01
023000     PERFORM 1110-SCAN-CALENDAR THRU 1110-EXIT                    PAYPHS01
023100         UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYPHS01
023200     CLOSE CAL-FILE.                                              PAYPHS01
023300 1100-EXIT.                                                       PAYPHS01
023400     EXIT.                                                        PAYPHS01
023500 1110-SCAN-CALENDAR.                                              PAYPHS01
023600     READ CAL-FILE                                                PAYPHS01
023700         AT END                                                   PAYPHS01
023800            SET PAY-CAL-EOF TO TRUE                               PAYPHS01
023900            GO TO 1110-EXIT                                       PAYPHS01
024000     END-READ.                                                    PAYPHS01
024100     IF CAL-CUTOFF < PAY-TODAY-8                                  PAYPHS01
024200        GO TO 1110-EXIT                                           PAYPHS01
024300     END-IF.                                                      PAYPHS01
024400     MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYPHS01
024500     MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYPHS01
024600 1110-EXIT.                                                       PAYPHS01
024700     EXIT.                                                        PAYPHS01
024800***************************************************************** PAYPHS01
024900* 1200-CLEAR-PERIOD - DROP RECORDS OF AN EARLIER RUN OF THE       PAYPHS01
025000*                     SAME PERIOD BEFORE IT IS ARCHIVED AGAIN     PAYPHS01
025100***************************************************************** PAYPHS01
025200 1200-CLEAR-PERIOD.                                               PAYPHS01
025300     MOVE PAY-PERIOD-DATE TO PHS-PERIOD.                          PAYPHS01
025400     MOVE ZERO TO PHS-SEQ.                                        PAYPHS01
025500     START PHS-FILE KEY NOT < PHS-KEY                             PAYPHS01
025600         INVALID KEY SET PAY-PHS-EOF TO TRUE                      PAYPHS01
025700     END-START.                                                   PAYPHS01
025800     PERFORM 1210-DROP-ONE THRU 1210-EXIT                         PAYPHS01
025900         UNTIL PAY-PHS-EOF.                                       PAYPHS01
026000 1200-EXIT.                                                       PAYPHS01
026100     EXIT.                                                        PAYPHS01
026200 1210-DROP-ONE.                                                   PAYPHS01
026300     READ PHS-FILE NEXT RECORD                                    PAYPHS01
026400         AT END                                                   PAYPHS01
026500            SET PAY-PHS-EOF TO TRUE                               PAYPHS01
026600            GO TO 1210-EXIT                                       PAYPHS01
026700     END-READ.                                                    PAYPHS01
026800     IF PHS-PERIOD NOT = PAY-PERIOD-DATE                          PAYPHS01
026900        SET PAY-PHS-EOF TO TRUE                                   PAYPHS01
027000        GO TO 1210-EXIT                                           PAYPHS01
027100     END-IF.                                                      PAYPHS01
027200     DELETE PHS-FILE RECORD                                       PAYPHS01
027300         INVALID KEY                                              PAYPHS01
027400            DISPLAY 'PERIOD HISTORY DELETE FAILED - KEY '         PAYPHS01
027500                    PHS-KEY                                       PAYPHS01
027600     END-DELETE.                                                  PAYPHS01
027700     ADD 1 TO PAY-DEL-COUNT.                                      PAYPHS01
027800 1210-EXIT.                                                       PAYPHS01
027900     EXIT.                                                        PAYPHS01
028000***************************************************************** PAYPHS01
028100* 2000-ARCHIVE-RECORD - ONE PAYOUT RECORD TO THE HISTORY STORE    PAYPHS01
028200***************************************************************** PAYPHS01
028300 2000-ARCHIVE-RECORD.                                             PAYPHS01
028400     READ PAYOUT-FILE                                             PAYPHS01
028500         AT END                                                   PAYPHS01
028600            SET PAY-EOF TO TRUE                                   PAYPHS01
028700            GO TO 2000-EXIT                                       PAYPHS01
028800     END-READ.                                                    PAYPHS01
028900     ADD 1 TO PAY-READ-COUNT.                                     PAYPHS01
029000     ADD 1 TO PAY-SEQ.                                            PAYPHS01
029100     MOVE SPACES TO PHS-REC.                                      PAYPHS01
029200     MOVE PAY-PERIOD-DATE TO PHS-PERIOD.                          PAYPHS01
029300     MOVE PAY-SEQ TO PHS-SEQ.                                     PAYPHS01
029400     MOVE PI-DETAIL-REC TO PHS-IMAGE.                             PAYPHS01
029500     MOVE PAY-TODAY-8 TO PHS-ARC-DATE.                            PAYPHS01
029600     PERFORM 2100-MATCH-NETPAY THRU 2100-EXIT.                    PAYPHS01
029700     WRITE PHS-REC                                                PAYPHS01
029800         INVALID KEY                                              PAYPHS01
029900            DISPLAY 'PERIOD HISTORY WRITE FAILED - KEY '          PAYPHS01
030000                    PHS-KEY                                       PAYPHS01
030100            ADD 1 TO PAY-REJ-COUNT                                PAYPHS01
030200            MOVE 8 TO RETURN-CODE                                 PAYPHS01
030300            GO TO 2000-EXIT                                       PAYPHS01
030400     END-WRITE.                                                   PAYPHS01
030500     ADD 1 TO PAY-ARC-COUNT.                                      PAYPHS01
030600 2000-EXIT.                                                       PAYPHS01
030700     EXIT.                                                        PAYPHS01
030800 2100-MATCH-NETPAY.                                               PAYPHS01
030900     IF PAY-NET-SWITCH = 'Y' AND NOT PAY-NET-EOF                  PAYPHS01
031000        READ NET-FILE                                             PAYPHS01
031100            AT END                                                PAYPHS01
031200               SET PAY-NET-EOF TO TRUE                            PAYPHS01
031300        END-READ                                                  PAYPHS01
031400     END-IF.                                                      PAYPHS01
031500     IF PAY-NET-SWITCH = 'Y' AND NOT PAY-NET-EOF                  PAYPHS01
031600        AND NP-IMAGE = PI-DETAIL-REC                              PAYPHS01
031700        PERFORM 2110-COPY-DEDUCTION THRU 2110-EXIT                PAYPHS01
031800            VARYING PAY-DED-IX FROM 1 BY 1                        PAYPHS01
031900            UNTIL PAY-DED-IX > 4                                  PAYPHS01
032000        MOVE NP-DED-TOTAL TO PHS-DED-TOTAL                        PAYPHS01
032100        MOVE NP-NET-PAY TO PHS-NET-PAY                            PAYPHS01
032200        MOVE 'Y' TO PHS-NET-SWITCH                                PAYPHS01
032300        GO TO 2100-EXIT                                           PAYPHS01
032400     END-IF.                                                      PAYPHS01
032500     PERFORM 2120-ZERO-DEDUCTION THRU 2120-EXIT                   PAYPHS01
032600         VARYING PAY-DED-IX FROM 1 BY 1                           PAYPHS01
032700         UNTIL PAY-DED-IX > 4.                                    PAYPHS01
032800     MOVE ZERO TO PHS-DED-TOTAL.                                  PAYPHS01
032900     MOVE PI-TOTAL TO PHS-NET-PAY.                                PAYPHS01
033000     MOVE 'N' TO PHS-NET-SWITCH.                                  PAYPHS01
033100     ADD 1 TO PAY-NO-NET-COUNT.                                   PAYPHS01
033200 2100-EXIT.                                                       PAYPHS01
033300     EXIT.                                                        PAYPHS01
033400 2110-COPY-DEDUCTION.                                             PAYPHS01
033500     MOVE NP-DED-CODE (PAY-DED-IX) TO PHS-DED-CODE (PAY-DED-IX).  PAYPHS01
033600     MOVE NP-DED-AMT (PAY-DED-IX) TO PHS-DED-AMT (PAY-DED-IX).    PAYPHS01
033700 2110-EXIT.                                                       PAYPHS01
033800     EXIT.                                                        PAYPHS01
033900 2120-ZERO-DEDUCTION.                                             PAYPHS01
034000     MOVE SPACES TO PHS-DED-CODE (PAY-DED-IX).                    PAYPHS01
034100     MOVE ZERO TO PHS-DED-AMT (PAY-DED-IX).                       PAYPHS01
034200 2120-EXIT.                                                       PAYPHS01
034300     EXIT.                                                        PAYPHS01
034400***************************************************************** PAYPHS01
034500* 8000-FINALIZE - CLOSE UP, COUNTS AND JOURNAL                    PAYPHS01
034600***************************************************************** PAYPHS01
034700 8000-FINALIZE.                                                   PAYPHS01
034825     CLOSE PAYOUT-FILE PHS-FILE.                                  PAYPHS01
034950     IF PAY-NET-SWITCH = 'Y'                                      PAYPHS01
035075        CLOSE NET-FILE                                            PAYPHS01
035200     END-IF.                                                      PAYPHS01
035400     IF PAY-NO-NET-COUNT NOT = ZERO AND PAY-NET-SWITCH = 'Y'      PAYPHS01
035500        DISPLAY 'RECORDS WITHOUT MATCHING NETPAY = '              PAYPHS01
035600                PAY-NO-NET-COUNT                                  PAYPHS01
035700        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYPHS01
035800     END-IF.                                                      PAYPHS01
035900     DISPLAY 'PERIOD ARCHIVED      = ' PAY-PERIOD-DATE.           PAYPHS01
036000     DISPLAY 'RECORDS READ         = ' PAY-READ-COUNT.            PAYPHS01
036100     DISPLAY 'RECORDS ARCHIVED     = ' PAY-ARC-COUNT.             PAYPHS01
036200     DISPLAY 'RECORDS REPLACED     = ' PAY-DEL-COUNT.             PAYPHS01
036300     IF PAY-WARN-SWITCH = 'Y' AND RETURN-CODE < 4                 PAYPHS01
036400        MOVE 4 TO RETURN-CODE                                     PAYPHS01
036500     END-IF.                                                      PAYPHS01
036600     MOVE 'F' TO X95-PHASE.                                       PAYPHS01
036700     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYPHS01
036800     MOVE PAY-ARC-COUNT TO X95-CPT-SORTIE.                        PAYPHS01
036900     MOVE PAY-REJ-COUNT TO X95-CPT-REJET.                         PAYPHS01
037000     IF PAY-REJ-COUNT = ZERO                                      PAYPHS01
037100        MOVE 'OK' TO X95-ETAT                                     PAYPHS01
037200     ELSE                                                         PAYPHS01
037300        MOVE 'KO' TO X95-ETAT                                     PAYPHS01
037400     END-IF.                                                      PAYPHS01
037500     CALL 'SY0095' USING SY0095-PARMS.                            PAYPHS01
037600 8000-EXIT.                                                       PAYPHS01
037700     EXIT.                                                        PAYPHS01
037706***************************************************************** PAYPHS01
037712* 8100-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYPHS01
037718***************************************************************** PAYPHS01
037724 8100-JOURNAL-STOP.                                               PAYPHS01
037730     MOVE 'PAYPHS01' TO X81-PROGRAMME.                            PAYPHS01
037736     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYPHS01
037742     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYPHS01
037748     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYPHS01
037754     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYPHS01
037760     MOVE SPACES TO X81-TEXTE.                                    PAYPHS01
037766     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYPHS01
037772                  X81-CPT-REJET.                                  PAYPHS01
037778     CALL 'SY0081' USING SY0081-PARMS.                            PAYPHS01
037784     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYPHS01
037800 9999-EXIT.                                                       PAYPHS01
037900     GOBACK.                                                      PAYPHS01

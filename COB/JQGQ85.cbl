000100 IDENTIFICATION DIVISION.                                         JQGQ85
000200 PROGRAM-ID.  JQGQ85.                                             JQGQ85
000300*AUTHOR.         EQUILIBRAGE QUANTITES QH / LVDET / ANNQH.        JQGQ85
000400*DATE-COMPILED.                                                   JQGQ85
000500 ENVIRONMENT DIVISION.                                            JQGQ85
000600 CONFIGURATION SECTION.                                           JQGQ85
000700 SOURCE-COMPUTER. IBM-370.                                        JQGQ85
000800 OBJECT-COMPUTER. IBM-370.                                        JQGQ85
000900 INPUT-OUTPUT SECTION.                                            JQGQ85
001000 FILE-CONTROL.                                                    JQGQ85
001100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQGQ85
001200      ORGANIZATION INDEXED                                        JQGQ85
001300      ACCESS IS SEQUENTIAL                                        JQGQ85
001400      FILE STATUS IS                   1-QH01-STATUS              JQGQ85
001500                                       VSAM-STATUS                JQGQ85
001600      RECORD KEY  IS                     QH00-KQH01               JQGQ85
001700      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQGQ85
001800      WITH DUPLICATES.                                            JQGQ85
001900      SELECT     DT-FICHIER    ASSIGN    TO  LVDET                JQGQ85
002000      FILE STATUS IS                    DT-STATUS.                JQGQ85
002100      SELECT     AN-FICHIER    ASSIGN    TO  ANNQH                JQGQ85
002200      FILE STATUS IS                    AN-STATUS.                JQGQ85
002200      SELECT     LN-FICHIER    ASSIGN    TO  LNKQH                JQGQ85
002200      FILE STATUS IS                    LN-STATUS.                JQGQ85
002300      SELECT     RP-FICHIER    ASSIGN    TO  BALRPT.              JQGQ85
002400      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQGQ85
002500 DATA DIVISION.                                                   JQGQ85
002600 FILE SECTION.                                                    JQGQ85
002700 FD                 QH-FICHIER.                                   JQGQ85
002800 01                 QH00.                                         JQGQ85
002900      10            QH00-KQH01.                                   JQGQ85
003000      11            QH00-NCNCP.                                   JQGQ85
003100      12            QH00-NCC1A  PICTURE  9(7).                    JQGQ85
003200      12            QH00-ZNCLC  PICTURE  X.                       JQGQ85
003300      12            QH00-ZG003.                                   JQGQ85
003400      13            QH00-Z9001  PICTURE  9.                       JQGQ85
003500      13            QH00-CUGCP  PICTURE  XX.                      JQGQ85
003600      11            QH00-DCD1A  PICTURE  9(8).                    JQGQ85
003700      11            QH00-CPD1A  PICTURE  X(2).                    JQGQ85
003800      10            QH00-CCD1A  PICTURE  X.                       JQGQ85
003900      10            QH00-QEN1A  PICTURE  999.                     JQGQ85
004000      10            QH00-CCD1D  PICTURE  X.                       JQGQ85
004100      10            QH00-QCD1B  PICTURE  9(4).                    JQGQ85
004200      10            QH00-CCA1A  PICTURE  X.                       JQGQ85
004300      10            QH00-CEN1A  PICTURE  X.                       JQGQ85
004400      10            QH00-NEN1A  PICTURE  9(8).                    JQGQ85
004500      10            QH00-ZEN1A  PICTURE  9(1).                    JQGQ85
004600      10            QH00-CCP1A  PICTURE  9(2).                    JQGQ85
004700      10            QH00-NCHSU  PICTURE  X(20).                   JQGQ85
004800      10            QH00-CCANA  PICTURE  X(2).                    JQGQ85
004900      10            QH00-ZF015  PICTURE  X(15).                   JQGQ85
005000 FD                 DT-FICHIER                                    JQGQ85
005100      BLOCK              00000 RECORDS                            JQGQ85
005200      RECORDING  F.                                               JQGQ85
005300 01                 DT-REC.                                       JQGQ85
005400      10            DT-KQH01.                                     JQGQ85
005500      11            DT-NCNCP    PICTURE  X(11).                   JQGQ85
005600      11            DT-DCD1A    PICTURE  9(8).                    JQGQ85
005700      11            DT-CPD1A    PICTURE  X(2).                    JQGQ85
005800      10            DT-SEQ      PICTURE  9(3).                    JQGQ85
005900      10            DT-QEN1A    PICTURE  999.                     JQGQ85
006000      10            DT-NEN1A    PICTURE  9(8).                    JQGQ85
006100      10            DT-NCHSU    PICTURE  X(20).                   JQGQ85
006200      10            DT-DATOR    PICTURE  X(6).                    JQGQ85
006300      10            DT-TIMCO    PICTURE  X(6).                    JQGQ85
006400 FD                 AN-FICHIER                                    JQGQ85
006500      BLOCK              00000 RECORDS                            JQGQ85
006600      RECORDING  F.                                               JQGQ85
006700 01                 AN-REC.                                       JQGQ85
006800      10            AN-KQH01.                                     JQGQ85
006900      11            AN-NCNCP    PICTURE  X(11).                   JQGQ85
007000      11            AN-DCD1A    PICTURE  9(8).                    JQGQ85
007100      11            AN-CPD1A    PICTURE  X(2).                    JQGQ85
007200      10            AN-QANN     PICTURE  999.                     JQGQ85
007300      10            AN-CMOTIF   PICTURE  X(2).                    JQGQ85
007400      10            AN-DATOR    PICTURE  X(6).                    JQGQ85
007500      10            AN-TIMCO    PICTURE  X(6).                    JQGQ85
007600 FD                 LN-FICHIER                                    JQGQ85
007600      BLOCK              00000 RECORDS                            JQGQ85
007600      RECORDING  F.                                               JQGQ85
007600 01                 LN-REC.                                       JQGQ85
007600      10            LN-KQH01-ANC PICTURE X(21).                   JQGQ85
007600      10            LN-KQH01-NOU PICTURE X(21).                   JQGQ85
007600      10            LN-DATOR    PICTURE  X(6).                    JQGQ85
007600      10            LN-TIMCO    PICTURE  X(6).                    JQGQ85
007600      10            FILLER      PICTURE  X(26).                   JQGQ85
007600 FD                 RP-FICHIER                                    JQGQ85
007700      BLOCK              00000 RECORDS                            JQGQ85
007800      RECORDING  F.                                               JQGQ85
007900 01                 RP-REC      PICTURE  X(100).                  JQGQ85
008000 SD                 TR-FICHIER.                                   JQGQ85
008100 01                 TR-ENR.                                       JQGQ85
008200      10            TR-KQH01    PICTURE  X(21).                   JQGQ85
008300      10            TR-SRC      PICTURE  X.                       JQGQ85
008400      10            TR-QTE      PICTURE  999.                     JQGQ85
008500 WORKING-STORAGE SECTION.                                         JQGQ85
008600 01  ZONES-STATUS.                                                JQGQ85
008700      05   VSAM-STATUS.                                           JQGQ85
008800        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQGQ85
008900        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQGQ85
009000        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQGQ85
009100      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQGQ85
009200 01                 DT-STATUS   PICTURE  XX.                      JQGQ85
009300 01                 AN-STATUS   PICTURE  XX.                      JQGQ85
009300 01                 LN-STATUS   PICTURE  XX.                      JQGQ85
009300 01                 W-LK-CPT    PICTURE  9(4) VALUE ZERO.         JQGQ85
009300 01                 W-LK-IX     PICTURE  9(4) VALUE ZERO.         JQGQ85
009300 01                 W-LK-SAUTS  PICTURE  9(2) VALUE ZERO.         JQGQ85
009300 01                 W-LK-TROUVE PICTURE  X  VALUE 'N'.            JQGQ85
009300 01                 W-LK-TABLE.                                   JQGQ85
009300      05            W-LK-ENT    OCCURS 500 TIMES.                 JQGQ85
009300      10            W-LK-ANC    PICTURE  X(21).                   JQGQ85
009300      10            W-LK-NOU    PICTURE  X(21).                   JQGQ85
009400 01                 IK-FIN      PICTURE  X  VALUE  '0'.           JQGQ85
009500      88            FIN-FIC               VALUE  '1'.             JQGQ85
009600 01                 W-QH-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGQ85
009700 01                 W-TR-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGQ85
009800 01                 W-ORP-CLE   PICTURE  X(21) VALUE SPACE.       JQGQ85
009900 01                 W-SOM-LV    PICTURE  9(5) VALUE ZERO.         JQGQ85
010000 01                 W-SOM-AN    PICTURE  9(5) VALUE ZERO.         JQGQ85
010100 01                 W-NB-LV     PICTURE  9(5) VALUE ZERO.         JQGQ85
010200 01                 W-NB-AN     PICTURE  9(5) VALUE ZERO.         JQGQ85
010300 01                 W-ANOM      PICTURE  X  VALUE 'N'.            JQGQ85
010400 01                 COMPTEURS-BAL COMPUTATIONAL-3.                JQGQ85
010500      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQGQ85
010600      05       5-QH00-ANOM   PICTURE S9(9) VALUE ZERO.            JQGQ85
010700      05       5-DT-LUS      PICTURE S9(9) VALUE ZERO.            JQGQ85
010800      05       5-AN-LUS      PICTURE S9(9) VALUE ZERO.            JQGQ85
010900      05       5-ANOM-LIV    PICTURE S9(9) VALUE ZERO.            JQGQ85
011000      05       5-ANOM-DEP    PICTURE S9(9) VALUE ZERO.            JQGQ85
011100      05       5-ORPH-DT     PICTURE S9(9) VALUE ZERO.            JQGQ85
011200      05       5-ORPH-AN     PICTURE S9(9) VALUE ZERO.            JQGQ85
011300      05       5-QTE-QH      PICTURE S9(9) VALUE ZERO.            JQGQ85
011400      05       5-QTE-DT      PICTURE S9(9) VALUE ZERO.            JQGQ85
011500      05       5-QTE-AN      PICTURE S9(9) VALUE ZERO.            JQGQ85
011500      05       5-LK-REPORT   PICTURE S9(9) VALUE ZERO.            JQGQ85
011600     COPY SY0095.                                                 JQGQ85
011700 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQGQ85
011800     'EQUILIBRAGE DES QUANTITES QH / LVDET / ANNQH'.              JQGQ85
011900 01  LIGNE-ANOM.                                                  JQGQ85
012000      05  LA-CLE     PICTURE X(21).                               JQGQ85
012100      05  FILLER     PICTURE X     VALUE SPACE.                   JQGQ85
012200      05  LA-MOTIF   PICTURE X(40).                               JQGQ85
012300      05  FILLER     PICTURE X(4)  VALUE ' CDE'.                  JQGQ85
012400      05  LA-QCD     PICTURE ZZZ9.                                JQGQ85
012500      05  FILLER     PICTURE X(4)  VALUE ' LIV'.                  JQGQ85
012600      05  LA-QEN     PICTURE ZZ9.                                 JQGQ85
012700      05  FILLER     PICTURE X(6)  VALUE ' LVDET'.                JQGQ85
012800      05  LA-SLV     PICTURE ZZZZ9.                               JQGQ85
012900      05  FILLER     PICTURE X(6)  VALUE ' ANNQH'.                JQGQ85
013000      05  LA-SAN     PICTURE ZZZZ9.                               JQGQ85
013100      05  FILLER     PICTURE X(1)  VALUE SPACE.                   JQGQ85
013200 01  LIGNE-TOT.                                                   JQGQ85
013300      05  LT-LIB     PICTURE X(30).                               JQGQ85
013400      05  LT-CPT     PICTURE Z(8)9.                               JQGQ85
013500      05  FILLER     PICTURE X(61) VALUE SPACE.                   JQGQ85
013600 PROCEDURE DIVISION.                                              JQGQ85
013700 Q00.                                                             JQGQ85
013800      MOVE       'JQGQ85' TO X95-PROGRAMME                        JQGQ85
013900      MOVE       'D' TO X95-PHASE                                 JQGQ85
014000      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGQ85
014100                 X95-CPT-REJET                                    JQGQ85
014200      MOVE       SPACES TO X95-ETAT                               JQGQ85
014300      CALL       'SY0095' USING SY0095-PARMS.                     JQGQ85
014400 Q00-FN.   EXIT.                                                  JQGQ85
014500 Q01.      OPEN INPUT                    QH-FICHIER.              JQGQ85
014600      IF        1-QH01-STATUS  NOT  = ZERO                        JQGQ85
014700           AND  1-QH01-STATUS  NOT  = '97'                        JQGQ85
014800      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQGQ85
014900                 1-QH01-STATUS                                    JQGQ85
015000      MOVE       8 TO RETURN-CODE                                 JQGQ85
015100      GO TO      Q98.                                             JQGQ85
015200      OPEN OUTPUT               RP-FICHIER.                       JQGQ85
015300      WRITE      RP-REC FROM LIGNE-TITRE.                         JQGQ85
015400 Q01-FN.   EXIT.                                                  JQGQ85
015400*          NOTE * LIENS DE CLES DES TRANSFERTS PDV (LNKQH) *.     JQGQ85
015400 Q01LK.    MOVE       '0' TO IK-FIN.                              JQGQ85
015400      OPEN INPUT                LN-FICHIER.                       JQGQ85
015400      IF         LN-STATUS  NOT  =  '00'                          JQGQ85
015400      GO TO      Q01LK-FN.                                        JQGQ85
015400 Q01LK-10. READ      LN-FICHIER                                   JQGQ85
015400      AT END     MOVE '1' TO IK-FIN                               JQGQ85
015400      GO TO      Q01LK-90.                                        JQGQ85
015400      IF         W-LK-CPT  <  500                                 JQGQ85
015400      ADD        1 TO W-LK-CPT                                    JQGQ85
015400      MOVE       LN-KQH01-ANC TO W-LK-ANC (W-LK-CPT)              JQGQ85
015400      MOVE       LN-KQH01-NOU TO W-LK-NOU (W-LK-CPT).             JQGQ85
015400      GO TO      Q01LK-10.                                        JQGQ85
015400 Q01LK-90. CLOSE     LN-FICHIER.                                  JQGQ85
015400 Q01LK-FN. EXIT.                                                  JQGQ85
015500 Q02.      SORT       TR-FICHIER                                  JQGQ85
015600                 ASCENDING KEY TR-KQH01 TR-SRC                    JQGQ85
015700                 INPUT PROCEDURE IS Q10CHG THRU Q10CHG-FN         JQGQ85
015800                 OUTPUT PROCEDURE IS Q50RAP THRU Q50RAP-FN.       JQGQ85
015900      CLOSE      QH-FICHIER.                                      JQGQ85
016000      GO TO      Q80.                                             JQGQ85
016100 Q02-FN.   EXIT.                                                  JQGQ85
016200*          NOTE * CHARGEMENT DES EXPEDITIONS ET DES ANNULATIONS *.JQGQ85
016300 Q10CHG.                                                          JQGQ85
016400      PERFORM    Q11DT THRU Q11DT-FN.                             JQGQ85
016500      PERFORM    Q12AN THRU Q12AN-FN.                             JQGQ85
016600 Q10CHG-FN. EXIT.                                                 JQGQ85
016700 Q11DT.    MOVE       '0' TO IK-FIN.                              JQGQ85
016800      OPEN INPUT                DT-FICHIER.                       JQGQ85
016900      IF         DT-STATUS  NOT  =  '00'                          JQGQ85
017000      DISPLAY    'DETAIL EXPEDITIONS LVDET ABSENT'                JQGQ85
017100      GO TO      Q11DT-FN.                                        JQGQ85
017200 Q11DT-10. READ      DT-FICHIER                                   JQGQ85
017300      AT END     MOVE '1' TO IK-FIN                               JQGQ85
017400      GO TO      Q11DT-90.                                        JQGQ85
017500      ADD        1 TO 5-DT-LUS                                    JQGQ85
017600      MOVE       DT-KQH01 TO TR-KQH01                             JQGQ85
017600      PERFORM    Q15LK THRU Q15LK-FN                              JQGQ85
017700      MOVE       'L' TO TR-SRC                                    JQGQ85
017800      MOVE       ZERO TO TR-QTE                                   JQGQ85
017900      IF         DT-QEN1A  NUMERIC                                JQGQ85
018000      MOVE       DT-QEN1A TO TR-QTE.                              JQGQ85
018100      ADD        TR-QTE TO 5-QTE-DT                               JQGQ85
018200      RELEASE    TR-ENR                                           JQGQ85
018300      GO TO      Q11DT-10.                                        JQGQ85
018400 Q11DT-90. CLOSE     DT-FICHIER.                                  JQGQ85
018500 Q11DT-FN. EXIT.                                                  JQGQ85
018600 Q12AN.    MOVE       '0' TO IK-FIN.                              JQGQ85
018700      OPEN INPUT                AN-FICHIER.                       JQGQ85
018800      IF         AN-STATUS  NOT  =  '00'                          JQGQ85
018900      DISPLAY    'EVENEMENTS ANNULATION ANNQH ABSENTS'            JQGQ85
019000      GO TO      Q12AN-FN.                                        JQGQ85
019100 Q12AN-10. READ      AN-FICHIER                                   JQGQ85
019200      AT END     MOVE '1' TO IK-FIN                               JQGQ85
019300      GO TO      Q12AN-90.                                        JQGQ85
019400      ADD        1 TO 5-AN-LUS                                    JQGQ85
019500      MOVE       AN-KQH01 TO TR-KQH01                             JQGQ85
019500      PERFORM    Q15LK THRU Q15LK-FN                              JQGQ85
019600      MOVE       'A' TO TR-SRC                                    JQGQ85
019700      MOVE       ZERO TO TR-QTE                                   JQGQ85
019800      IF         AN-QANN  NUMERIC                                 JQGQ85
019900      MOVE       AN-QANN TO TR-QTE.                               JQGQ85
020000      ADD        TR-QTE TO 5-QTE-AN                               JQGQ85
020100      RELEASE    TR-ENR                                           JQGQ85
020200      GO TO      Q12AN-10.                                        JQGQ85
020300 Q12AN-90. CLOSE     AN-FICHIER.                                  JQGQ85
020400 Q12AN-FN. EXIT.                                                  JQGQ85
020400*          NOTE * EVENEMENT SUR UNE CLE TRANSFEREE : REPORTE *    JQGQ85
020400*          NOTE * SUR LA NOUVELLE CLE (LIENS EN CHAINE)      *.   JQGQ85
020400 Q15LK.    MOVE       ZERO TO W-LK-SAUTS.                         JQGQ85
020400 Q15LK-10. IF         W-LK-CPT  =  ZERO                           JQGQ85
020400            OR   W-LK-SAUTS  >  9                                 JQGQ85
020400      GO TO      Q15LK-FN.                                        JQGQ85
020400      MOVE       'N' TO W-LK-TROUVE                               JQGQ85
020400      PERFORM    Q16LK THRU Q16LK-FN                              JQGQ85
020400         VARYING W-LK-IX FROM 1 BY 1                              JQGQ85
020400         UNTIL   W-LK-IX > W-LK-CPT                               JQGQ85
020400            OR   W-LK-TROUVE = 'O'.                               JQGQ85
020400      IF         W-LK-TROUVE  =  'N'                              JQGQ85
020400      GO TO      Q15LK-FN.                                        JQGQ85
020400      SUBTRACT   1 FROM W-LK-IX                                   JQGQ85
020400      MOVE       W-LK-NOU (W-LK-IX) TO TR-KQH01                   JQGQ85
020400      IF         W-LK-SAUTS  =  ZERO                              JQGQ85
020400      ADD        1 TO 5-LK-REPORT.                                JQGQ85
020400      ADD        1 TO W-LK-SAUTS                                  JQGQ85
020400      GO TO      Q15LK-10.                                        JQGQ85
020400 Q15LK-FN. EXIT.                                                  JQGQ85
020400 Q16LK.    IF         W-LK-ANC (W-LK-IX)  =  TR-KQH01             JQGQ85
020400      MOVE       'O' TO W-LK-TROUVE.                              JQGQ85
020400 Q16LK-FN. EXIT.                                                  JQGQ85
020500*          NOTE * APPAREILLAGE QH / EVENEMENTS TRIES PAR CLE *.   JQGQ85
020600 Q50RAP.                                                          JQGQ85
020700      PERFORM    Q51QH THRU Q51QH-FN.                             JQGQ85
020800      PERFORM    Q52TR THRU Q52TR-FN.                             JQGQ85
020900 Q50RAP-10.                                                       JQGQ85
021000      IF         W-QH-CLE  =  HIGH-VALUE                          JQGQ85
021100            AND  W-TR-CLE  =  HIGH-VALUE                          JQGQ85
021200      GO TO      Q50RAP-FN.                                       JQGQ85
021300      IF         W-TR-CLE  <  W-QH-CLE                            JQGQ85
021400      PERFORM    Q60ORP THRU Q60ORP-FN                            JQGQ85
021500      GO TO      Q50RAP-10.                                       JQGQ85
021600      MOVE       ZERO TO W-SOM-LV W-SOM-AN W-NB-LV W-NB-AN.       JQGQ85
021700      PERFORM    Q55CUM THRU Q55CUM-FN                            JQGQ85
021800         UNTIL   W-TR-CLE  NOT  =  W-QH-CLE.                      JQGQ85
021900      PERFORM    Q70CTL THRU Q70CTL-FN.                           JQGQ85
022000      PERFORM    Q51QH THRU Q51QH-FN.                             JQGQ85
022100      GO TO      Q50RAP-10.                                       JQGQ85
022200 Q50RAP-FN. EXIT.                                                 JQGQ85
022300 Q51QH.    READ       QH-FICHIER NEXT RECORD                      JQGQ85
022400      AT END     MOVE HIGH-VALUE TO W-QH-CLE                      JQGQ85
022500      GO TO      Q51QH-FN.                                        JQGQ85
022600      ADD        1 TO 5-QH00-LUS                                  JQGQ85
022700      MOVE       QH00-KQH01 TO W-QH-CLE.                          JQGQ85
022800 Q51QH-FN. EXIT.                                                  JQGQ85
022900 Q52TR.    RETURN     TR-FICHIER                                  JQGQ85
023000      AT END     MOVE HIGH-VALUE TO W-TR-CLE                      JQGQ85
023100      GO TO      Q52TR-FN.                                        JQGQ85
023200      MOVE       TR-KQH01 TO W-TR-CLE.                            JQGQ85
023300 Q52TR-FN. EXIT.                                                  JQGQ85
023400 Q55CUM.   IF         TR-SRC  =  'L'                              JQGQ85
023500      ADD        TR-QTE TO W-SOM-LV                               JQGQ85
023600      ADD        1 TO W-NB-LV                                     JQGQ85
023700      ELSE                                                        JQGQ85
023800      ADD        TR-QTE TO W-SOM-AN                               JQGQ85
023900      ADD        1 TO W-NB-AN.                                    JQGQ85
024000      PERFORM    Q52TR THRU Q52TR-FN.                             JQGQ85
024100 Q55CUM-FN. EXIT.                                                 JQGQ85
024200*          NOTE * EVENEMENTS POUR UNE CLE ABSENTE DE QH *.        JQGQ85
024300 Q60ORP.   MOVE       W-TR-CLE TO W-ORP-CLE.                      JQGQ85
024400      MOVE       ZERO TO W-SOM-LV W-SOM-AN W-NB-LV W-NB-AN.       JQGQ85
024500      PERFORM    Q55CUM THRU Q55CUM-FN                            JQGQ85
024600         UNTIL   W-TR-CLE  NOT  =  W-ORP-CLE.                     JQGQ85
024700      MOVE       W-ORP-CLE TO LA-CLE                              JQGQ85
024800      MOVE       ZERO TO LA-QCD LA-QEN                            JQGQ85
024900      MOVE       W-SOM-LV TO LA-SLV                               JQGQ85
025000      MOVE       W-SOM-AN TO LA-SAN                               JQGQ85
025100      IF         W-NB-LV  NOT  =  ZERO                            JQGQ85
025200      MOVE       'DETAIL LVDET SANS COMMANDE QH' TO LA-MOTIF      JQGQ85
025300      WRITE      RP-REC FROM LIGNE-ANOM                           JQGQ85
025400      ADD        1 TO 5-ORPH-DT.                                  JQGQ85
025500      IF         W-NB-AN  NOT  =  ZERO                            JQGQ85
025600      MOVE       'ANNULATION ANNQH SANS COMMANDE QH' TO LA-MOTIF  JQGQ85
025700      WRITE      RP-REC FROM LIGNE-ANOM                           JQGQ85
025800      ADD        1 TO 5-ORPH-AN.                                  JQGQ85
025900 Q60ORP-FN. EXIT.                                                 JQGQ85
026000*          NOTE * ANNULATION = RETOUR : QEN1A ET QCD1B REDUITS *. JQGQ85
026100*          NOTE * LIVRE QH = LVDET - ANNQH                     *. JQGQ85
026200*          NOTE * COMMANDE INITIALE = QCD1B + ANNQH            *. JQGQ85
026300 Q70CTL.   IF         QH00-QEN1A  NOT NUMERIC                     JQGQ85
026400             OR  QH00-QCD1B  NOT NUMERIC                          JQGQ85
026500      GO TO      Q70CTL-FN.                                       JQGQ85
026600      MOVE       'N' TO W-ANOM                                    JQGQ85
026700      ADD        QH00-QEN1A TO 5-QTE-QH                           JQGQ85
026800      MOVE       QH00-KQH01 TO LA-CLE                             JQGQ85
026900      MOVE       QH00-QCD1B TO LA-QCD                             JQGQ85
027000      MOVE       QH00-QEN1A TO LA-QEN                             JQGQ85
027100      MOVE       W-SOM-LV TO LA-SLV                               JQGQ85
027200      MOVE       W-SOM-AN TO LA-SAN.                              JQGQ85
027300      IF         QH00-QEN1A + W-SOM-AN  NOT  =  W-SOM-LV          JQGQ85
027400      MOVE       'QTE LIVREE QH <> LVDET NET DES ANNUL.' TO       JQGQ85
027500                 LA-MOTIF                                         JQGQ85
027600      WRITE      RP-REC FROM LIGNE-ANOM                           JQGQ85
027700      MOVE       'O' TO W-ANOM                                    JQGQ85
027800      ADD        1 TO 5-ANOM-LIV.                                 JQGQ85
027900      IF         W-SOM-LV  >  QH00-QCD1B + W-SOM-AN               JQGQ85
028000      MOVE       'ANNULE + LIVRE SUPERIEUR AU COMMANDE' TO        JQGQ85
028100                 LA-MOTIF                                         JQGQ85
028200      WRITE      RP-REC FROM LIGNE-ANOM                           JQGQ85
028300      MOVE       'O' TO W-ANOM                                    JQGQ85
028400      ADD        1 TO 5-ANOM-DEP.                                 JQGQ85
028500      IF         W-ANOM  =  'O'                                   JQGQ85
028600      ADD        1 TO 5-QH00-ANOM.                                JQGQ85
028700 Q70CTL-FN. EXIT.                                                 JQGQ85
028800 Q80.                                                             JQGQ85
028900      MOVE       'COMMANDES QH LUES             ' TO LT-LIB       JQGQ85
029000      MOVE       5-QH00-LUS TO LT-CPT                             JQGQ85
029100      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
029200      MOVE       'LIGNES LVDET LUES             ' TO LT-LIB       JQGQ85
029300      MOVE       5-DT-LUS TO LT-CPT                               JQGQ85
029400      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
029500      MOVE       'EVENEMENTS ANNQH LUS          ' TO LT-LIB       JQGQ85
029600      MOVE       5-AN-LUS TO LT-CPT                               JQGQ85
029700      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
029800      MOVE       'QTE LIVREE TOTALE QH          ' TO LT-LIB       JQGQ85
029900      MOVE       5-QTE-QH TO LT-CPT                               JQGQ85
030000      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
030100      MOVE       'QTE EXPEDIEE TOTALE LVDET     ' TO LT-LIB       JQGQ85
030200      MOVE       5-QTE-DT TO LT-CPT                               JQGQ85
030300      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
030400      MOVE       'QTE ANNULEE TOTALE ANNQH      ' TO LT-LIB       JQGQ85
030500      MOVE       5-QTE-AN TO LT-CPT                               JQGQ85
030600      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
030700      MOVE       'COMMANDES DESEQUILIBREES      ' TO LT-LIB       JQGQ85
030800      MOVE       5-QH00-ANOM TO LT-CPT                            JQGQ85
030900      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
031000      MOVE       'ECARTS LIVRE QH / LVDET       ' TO LT-LIB       JQGQ85
031100      MOVE       5-ANOM-LIV TO LT-CPT                             JQGQ85
031200      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
031300      MOVE       'ANNULE + LIVRE > COMMANDE     ' TO LT-LIB       JQGQ85
031400      MOVE       5-ANOM-DEP TO LT-CPT                             JQGQ85
031500      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
031600      MOVE       'CLES LVDET ORPHELINES         ' TO LT-LIB       JQGQ85
031700      MOVE       5-ORPH-DT TO LT-CPT                              JQGQ85
031800      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
031900      MOVE       'EVENEMENTS REPORTES (TRANSF.) ' TO LT-LIB       JQGQ85
031900      MOVE       5-LK-REPORT TO LT-CPT                            JQGQ85
031900      WRITE      RP-REC FROM LIGNE-TOT                            JQGQ85
031900      MOVE       'CLES ANNQH ORPHELINES         ' TO LT-LIB       JQGQ85
032000      MOVE       5-ORPH-AN TO LT-CPT                              JQGQ85
032100      WRITE      RP-REC FROM LIGNE-TOT.                           JQGQ85
032200      CLOSE      RP-FICHIER.                                      JQGQ85
032300      DISPLAY    'COMMANDES QH LUES      = ' 5-QH00-LUS           JQGQ85
032400      DISPLAY    'COMMANDES DESEQUIL.    = ' 5-QH00-ANOM          JQGQ85
032500      DISPLAY    'CLES LVDET ORPHELINES  = ' 5-ORPH-DT            JQGQ85
032600      DISPLAY    'CLES ANNQH ORPHELINES  = ' 5-ORPH-AN.           JQGQ85
032700      IF         5-QH00-ANOM  NOT  =  ZERO                        JQGQ85
032800            OR   5-ORPH-DT  NOT  =  ZERO                          JQGQ85
032900            OR   5-ORPH-AN  NOT  =  ZERO                          JQGQ85
033000      MOVE       4 TO RETURN-CODE.                                JQGQ85
033100 Q80-FN.   EXIT.                                                  JQGQ85
033200 Q98.                                                             JQGQ85
033300      MOVE       'F' TO X95-PHASE                                 JQGQ85
033400      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQGQ85
033500      COMPUTE    X95-CPT-SORTIE = 5-DT-LUS + 5-AN-LUS             JQGQ85
033600      COMPUTE    X95-CPT-REJET = 5-QH00-ANOM + 5-ORPH-DT          JQGQ85
033700                               + 5-ORPH-AN                        JQGQ85
033800      IF         RETURN-CODE  =  ZERO                             JQGQ85
033900      MOVE       'OK' TO X95-ETAT                                 JQGQ85
034000      ELSE                                                        JQGQ85
034100      IF         RETURN-CODE  =  4                                JQGQ85
034200      MOVE       'DESEQUIL' TO X95-ETAT                           JQGQ85
034300      ELSE                                                        JQGQ85
034400      MOVE       'ANOMALIE' TO X95-ETAT                           JQGQ85
034500      END-IF                                                      JQGQ85
034600      END-IF                                                      JQGQ85
034700      CALL       'SY0095' USING SY0095-PARMS.                     JQGQ85
034800 Q98-FN.   EXIT.                                                  JQGQ85
034900 Q99.      EXIT.                                                  JQGQ85
035000 Q99-FN.   EXIT.                                                  JQGQ85
035100      GOBACK.                                                     JQGQ85

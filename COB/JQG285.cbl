000100 IDENTIFICATION DIVISION.                                         JQG285
000200 PROGRAM-ID.  JQG285.                                             JQG285
000300*AUTHOR.         TAUX D ANNULATION/RETOUR PAR PDV, CANAL ET MOTIF.JQG285
000400*DATE-COMPILED.                                                   JQG285
000500*          NOTE * TAUX = QTE ANNULEE (ANNQH) / QTE COMMANDEE DES *JQG285
000600*               * COMMANDES DU MOIS (DCD1A), PAR PDV ET CANAL,   *JQG285
000700*               * DETAILLE PAR MOTIF (LIBELLE MOTREF) ET COMPARE *JQG285
000800*               * AUX 3 MOIS PRECEDENTS.  QTE COMMANDEE = QCD1B  *JQG285
000900*               * + ANNULATIONS (QCD1B EST REDUIT PAR JQGM85).   *JQG285
001000*               * CARTE CANPRM : MOIS AAAAMM (DEFAUT MOIS        *JQG285
001100*               * PRECEDENT), SEUIL DE HAUSSE EN POINTS 999V9 ET *JQG285
001200*               * QTE COMMANDEE MINIMUM POUR ALERTER UN PDV.     *JQG285
001300 ENVIRONMENT DIVISION.                                            JQG285
001400 CONFIGURATION SECTION.                                           JQG285
001500 SOURCE-COMPUTER. IBM-370.                                        JQG285
001600 OBJECT-COMPUTER. IBM-370.                                        JQG285
001700 INPUT-OUTPUT SECTION.                                            JQG285
001800 FILE-CONTROL.                                                    JQG285
001900      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQG285
002000      ORGANIZATION INDEXED                                        JQG285
002100      ACCESS IS SEQUENTIAL                                        JQG285
002200      FILE STATUS IS                   1-QH01-STATUS              JQG285
002300                                       VSAM-STATUS                JQG285
002400      RECORD KEY  IS                     QH00-KQH01               JQG285
002500      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQG285
002600      WITH DUPLICATES.                                            JQG285
002700      SELECT     AN-FICHIER    ASSIGN    TO  ANNQH                JQG285
002800      FILE STATUS IS                    AN-STATUS.                JQG285
002900      SELECT     MR-FICHIER    ASSIGN    TO  MOTREF               JQG285
003000      FILE STATUS IS                    MR-STATUS.                JQG285
003100      SELECT     PRM-FICHIER   ASSIGN    TO  CANPRM               JQG285
003200      FILE STATUS IS                    PRM-STATUS.               JQG285
003300      SELECT     RP-FICHIER    ASSIGN    TO  CANRPT.              JQG285
003400      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQG285
003500      SELECT     TS-FICHIER    ASSIGN    TO  SORTWK.              JQG285
003600 DATA DIVISION.                                                   JQG285
003700 FILE SECTION.                                                    JQG285
003800 FD                 QH-FICHIER.                                   JQG285
003900 01                 QH00.                                         JQG285
004000      10            QH00-KQH01.                                   JQG285
004100      11            QH00-NCNCP.                                   JQG285
004200      12            QH00-NCC1A  PICTURE  9(7).                    JQG285
004300      12            QH00-ZNCLC  PICTURE  X.                       JQG285
004400      12            QH00-ZG003.                                   JQG285
004500      13            QH00-Z9001  PICTURE  9.                       JQG285
004600      13            QH00-CUGCP  PICTURE  XX.                      JQG285
004700      11            QH00-DCD1A  PICTURE  9(8).                    JQG285
004800      11            QH00-CPD1A  PICTURE  X(2).                    JQG285
004900      10            QH00-CCD1A  PICTURE  X.                       JQG285
005000      10            QH00-QEN1A  PICTURE  999.                     JQG285
005100      10            QH00-CCD1D  PICTURE  X.                       JQG285
005200      10            QH00-QCD1B  PICTURE  9(4).                    JQG285
005300      10            QH00-CCA1A  PICTURE  X.                       JQG285
005400      10            QH00-CEN1A  PICTURE  X.                       JQG285
005500      10            QH00-NEN1A  PICTURE  9(8).                    JQG285
005600      10            QH00-ZEN1A  PICTURE  9(1).                    JQG285
005700      10            QH00-CCP1A  PICTURE  9(2).                    JQG285
005800      10            QH00-NCHSU  PICTURE  X(20).                   JQG285
005900      10            QH00-CCANA  PICTURE  X(2).                    JQG285
006000      10            QH00-ZF015  PICTURE  X(15).                   JQG285
006100 FD                 AN-FICHIER                                    JQG285
006200      BLOCK              00000 RECORDS                            JQG285
006300      RECORDING  F.                                               JQG285
006400 01                 AN-REC.                                       JQG285
006500      10            AN-KQH01.                                     JQG285
006600      11            AN-NCNCP    PICTURE  X(11).                   JQG285
006700      11            AN-DCD1A    PICTURE  9(8).                    JQG285
006800      11            AN-CPD1A    PICTURE  X(2).                    JQG285
006900      10            AN-QANN     PICTURE  999.                     JQG285
007000      10            AN-CMOTIF   PICTURE  X(2).                    JQG285
007100      10            AN-DATOR    PICTURE  X(6).                    JQG285
007200      10            AN-TIMCO    PICTURE  X(6).                    JQG285
007300 FD                 MR-FICHIER                                    JQG285
007400      BLOCK              00000 RECORDS                            JQG285
007500      RECORDING  F.                                               JQG285
007600 01                 MR-REC.                                       JQG285
007700      10            MR-CODE     PICTURE  X(2).                    JQG285
007800      10            MR-LIBELLE  PICTURE  X(30).                   JQG285
007900      10            MR-ACTIF    PICTURE  X.                       JQG285
008000      10            FILLER      PICTURE  X(47).                   JQG285
008100 FD                 PRM-FICHIER                                   JQG285
008200      BLOCK              00000 RECORDS                            JQG285
008300      RECORDING  F.                                               JQG285
008400 01                 PRM-REC.                                      JQG285
008500      10            PRM-MOIS    PICTURE  X(6).                    JQG285
008600      10            PRM-SEUIL   PICTURE  X(4).                    JQG285
008700      10            PRM-SEUIL-N REDEFINES PRM-SEUIL               JQG285
008800                                PICTURE  9(3)V9.                  JQG285
008900      10            PRM-QMIN    PICTURE  X(5).                    JQG285
009000      10            PRM-QMIN-N  REDEFINES PRM-QMIN                JQG285
009100                                PICTURE  9(5).                    JQG285
009200      10            FILLER      PICTURE  X(65).                   JQG285
009300 FD                 RP-FICHIER                                    JQG285
009400      BLOCK              00000 RECORDS                            JQG285
009500      RECORDING  F.                                               JQG285
009600 01                 RP-REC      PICTURE  X(132).                  JQG285
009700 SD                 TR-FICHIER.                                   JQG285
009800 01                 TR-ENR.                                       JQG285
009900      10            TR-KQH01    PICTURE  X(21).                   JQG285
010000      10            TR-QANN     PICTURE  9(3).                    JQG285
010100      10            TR-CMOTIF   PICTURE  X(2).                    JQG285
010200 SD                 TS-FICHIER.                                   JQG285
010300 01                 TS-ENR.                                       JQG285
010400      10            TS-CLE.                                       JQG285
010500      11            TS-CPD1A    PICTURE  X(2).                    JQG285
010600      11            TS-CCANA    PICTURE  X(2).                    JQG285
010700      11            TS-TYPE     PICTURE  X.                       JQG285
010800      11            TS-CMOTIF   PICTURE  X(2).                    JQG285
010900      10            TS-QCD-M    PICTURE  9(7).                    JQG285
011000      10            TS-QAN-M    PICTURE  9(7).                    JQG285
011100      10            TS-QCD-P    PICTURE  9(7).                    JQG285
011200      10            TS-QAN-P    PICTURE  9(7).                    JQG285
011300 WORKING-STORAGE SECTION.                                         JQG285
011400 01  ZONES-STATUS.                                                JQG285
011500      05   VSAM-STATUS.                                           JQG285
011600        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQG285
011700        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQG285
011800        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQG285
011900      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQG285
012000 01                 AN-STATUS   PICTURE  XX.                      JQG285
012100 01                 MR-STATUS   PICTURE  XX.                      JQG285
012200 01                 PRM-STATUS  PICTURE  XX.                      JQG285
012300 01                 IK-FIN      PICTURE  X  VALUE  '0'.           JQG285
012400      88            FIN-FICHIER           VALUE  '1'.             JQG285
012500 01                 W-DATE-RUN.                                   JQG285
012600      05            W-RUN-AAAA  PICTURE  9(4).                    JQG285
012700      05            W-RUN-MM    PICTURE  9(2).                    JQG285
012800      05            W-RUN-JJ    PICTURE  9(2).                    JQG285
012900 01                 W-MOIS      PICTURE  9(6) VALUE ZERO.         JQG285
013000 01                 W-MOIS-E    REDEFINES W-MOIS.                 JQG285
013100      05            W-MOIS-AAAA PICTURE  9(4).                    JQG285
013200      05            W-MOIS-MM   PICTURE  9(2).                    JQG285
013300 01                 W-MREF      PICTURE  9(6) VALUE ZERO.         JQG285
013400 01                 W-DCD       PICTURE  9(8) VALUE ZERO.         JQG285
013500 01                 W-DCD-E     REDEFINES W-DCD.                  JQG285
013600      05            W-DCD-AAAA  PICTURE  9(4).                    JQG285
013700      05            W-DCD-MM    PICTURE  9(2).                    JQG285
013800      05            W-DCD-JJ    PICTURE  9(2).                    JQG285
013900 01                 W-ECART-M   PICTURE S9(6) VALUE ZERO.         JQG285
014000 01                 W-IX-M      PICTURE  9    VALUE ZERO.         JQG285
014100 01                 W-SEUIL     PICTURE  9(3)V9 VALUE 5.          JQG285
014200 01                 W-QMIN      PICTURE  9(5) VALUE ZERO.         JQG285
014300 01                 W-QH-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQG285
014400 01                 W-TR-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQG285
014500 01                 W-ORP-CLE   PICTURE  X(21) VALUE SPACE.       JQG285
014600 01                 W-SOM-AN    PICTURE  9(7) VALUE ZERO.         JQG285
014700 01                 W-MR-FIN    PICTURE  X  VALUE 'N'.            JQG285
014800 01                 W-MR-CHARGE PICTURE  X  VALUE 'N'.            JQG285
014900 01                 W-MR-TROUVE PICTURE  X  VALUE 'N'.            JQG285
015000 01                 W-MR-CPT    PICTURE  9(3) VALUE ZERO.         JQG285
015100 01                 W-MR-IX     PICTURE  9(3) VALUE ZERO.         JQG285
015200 01                 W-MR-TABLE.                                   JQG285
015300      05            W-MR-ENT    OCCURS 100 TIMES.                 JQG285
015400      10            W-MR-ECODE  PICTURE  X(2).                    JQG285
015500      10            W-MR-ELIB   PICTURE  X(30).                   JQG285
015600      10            W-MR-EACTIF PICTURE  X.                       JQG285
015700 01                 W-GR-CPT    PICTURE  9(4) VALUE ZERO.         JQG285
015800 01                 W-GR-IX     PICTURE  9(4) VALUE ZERO.         JQG285
015900 01                 W-GR-TROUVE PICTURE  X    VALUE 'N'.          JQG285
016000 01                 W-GR-PLEIN  PICTURE  X    VALUE 'N'.          JQG285
016100 01                 W-GR-CLE.                                     JQG285
016200      10            W-GR-CPD1A  PICTURE  X(2).                    JQG285
016300      10            W-GR-CCANA  PICTURE  X(2).                    JQG285
016400 01                 W-GR-TABLE.                                   JQG285
016500      05            W-GR-ENT    OCCURS 400 TIMES.                 JQG285
016600      10            W-GR-ECLE   PICTURE  X(4).                    JQG285
016700      10            W-GR-QCD    PICTURE  9(7) OCCURS 4 TIMES.     JQG285
016800      10            W-GR-QAN    PICTURE  9(7) OCCURS 4 TIMES.     JQG285
016900 01                 W-MO-CPT    PICTURE  9(4) VALUE ZERO.         JQG285
017000 01                 W-MO-IX     PICTURE  9(4) VALUE ZERO.         JQG285
017100 01                 W-MO-TROUVE PICTURE  X    VALUE 'N'.          JQG285
017200 01                 W-MO-PLEIN  PICTURE  X    VALUE 'N'.          JQG285
017300 01                 W-MO-CLE.                                     JQG285
017400      10            W-MO-CPD1A  PICTURE  X(2).                    JQG285
017500      10            W-MO-CCANA  PICTURE  X(2).                    JQG285
017600      10            W-MO-CMOTIF PICTURE  X(2).                    JQG285
017700 01                 W-MO-TABLE.                                   JQG285
017800      05            W-MO-ENT    OCCURS 2000 TIMES.                JQG285
017900      10            W-MO-ECLE   PICTURE  X(6).                    JQG285
018000      10            W-MO-QAN    PICTURE  9(7).                    JQG285
018100*          NOTE * ZONES DE CALCUL DU TAUX ET DE L ECART *.        JQG285
018200 01                 W-C-QCD     PICTURE  9(9) VALUE ZERO.         JQG285
018300 01                 W-C-QAN     PICTURE  9(9) VALUE ZERO.         JQG285
018400 01                 W-C-QCDP    PICTURE  9(9) VALUE ZERO.         JQG285
018500 01                 W-C-QANP    PICTURE  9(9) VALUE ZERO.         JQG285
018600 01                 W-C-TX      PICTURE  9(3)V9 VALUE ZERO.       JQG285
018700 01                 W-C-TXP     PICTURE  9(3)V9 VALUE ZERO.       JQG285
018800 01                 W-C-ECART   PICTURE S9(3)V9 VALUE ZERO.       JQG285
018900 01                 W-C-ALERTE  PICTURE  X    VALUE 'N'.          JQG285
019000 01                 W-ED-PDV    PICTURE  X(2) VALUE HIGH-VALUE.   JQG285
019100 01                 W-ED-QCD    PICTURE  9(7) VALUE ZERO.         JQG285
019200 01                 W-PV-QCD    PICTURE  9(9) VALUE ZERO.         JQG285
019300 01                 W-PV-QAN    PICTURE  9(9) VALUE ZERO.         JQG285
019400 01                 W-PV-QCDP   PICTURE  9(9) VALUE ZERO.         JQG285
019500 01                 W-PV-QANP   PICTURE  9(9) VALUE ZERO.         JQG285
019600 01                 W-TO-QCD    PICTURE  9(9) VALUE ZERO.         JQG285
019700 01                 W-TO-QAN    PICTURE  9(9) VALUE ZERO.         JQG285
019800 01                 W-TO-QCDP   PICTURE  9(9) VALUE ZERO.         JQG285
019900 01                 W-TO-QANP   PICTURE  9(9) VALUE ZERO.         JQG285
020000 01                 COMPTEURS-CAN COMPUTATIONAL-3.                JQG285
020100      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQG285
020200      05       5-QH00-RET    PICTURE S9(9) VALUE ZERO.            JQG285
020300      05       5-QH00-NONUM  PICTURE S9(9) VALUE ZERO.            JQG285
020400      05       5-AN-LUS      PICTURE S9(9) VALUE ZERO.            JQG285
020500      05       5-AN-RET      PICTURE S9(9) VALUE ZERO.            JQG285
020600      05       5-AN-ORPH     PICTURE S9(9) VALUE ZERO.            JQG285
020700      05       5-PDV-ALERTE  PICTURE S9(9) VALUE ZERO.            JQG285
020800     COPY SY0095.                                                 JQG285
020900     COPY SY0099.                                                 JQG285
021000 01  LIGNE-TITRE.                                                 JQG285
021100      05  FILLER  PICTURE X(46) VALUE                             JQG285
021200          'TAUX D ANNULATION/RETOUR PAR PDV/CANAL - MOIS '.       JQG285
021300      05  LT-MOIS PICTURE 9(6).                                   JQG285
021400      05  FILLER  PICTURE X(07) VALUE ' SEUIL '.                  JQG285
021500      05  LT-SEUIL PICTURE ZZ9.9.                                 JQG285
021600      05  FILLER  PICTURE X(15) VALUE ' PTS  QTE MINI '.          JQG285
021700      05  LT-QMIN PICTURE Z(4)9.                                  JQG285
021800      05  FILLER  PICTURE X(10) VALUE ' EDITE LE '.               JQG285
021900      05  LT-DATE PICTURE 9(8).                                   JQG285
022000      05  FILLER  PICTURE X(30) VALUE SPACE.                      JQG285
022100 01  LIGNE-COLS.                                                  JQG285
022200      05  FILLER  PICTURE X(06) VALUE 'PDV   '.                   JQG285
022300      05  FILLER  PICTURE X(06) VALUE 'CANAL '.                   JQG285
022400      05  FILLER  PICTURE X(06) VALUE 'MOTIF '.                   JQG285
022500      05  FILLER  PICTURE X(31) VALUE 'LIBELLE'.                  JQG285
022600      05  FILLER  PICTURE X(09) VALUE ' QTE CDEE'.                JQG285
022700      05  FILLER  PICTURE X(10) VALUE ' QTE ANNUL'.               JQG285
022800      05  FILLER  PICTURE X(07) VALUE ' TAUX %'.                  JQG285
022900      05  FILLER  PICTURE X(08) VALUE ' TX 3M %'.                 JQG285
023000      05  FILLER  PICTURE X(08) VALUE '   ECART'.                 JQG285
023100      05  FILLER  PICTURE X(14) VALUE '  ALERTE'.                 JQG285
023200      05  FILLER  PICTURE X(27) VALUE SPACE.                      JQG285
023300 01  LIGNE-DET.                                                   JQG285
023400      05  LD-PDV     PICTURE X(2).                                JQG285
023500      05  FILLER     PICTURE X(4)  VALUE SPACE.                   JQG285
023600      05  LD-CAN     PICTURE X(2).                                JQG285
023700      05  FILLER     PICTURE X(41) VALUE SPACE.                   JQG285
023800      05  LD-QCD     PICTURE Z(8)9.                               JQG285
023900      05  FILLER     PICTURE X     VALUE SPACE.                   JQG285
024000      05  LD-QAN     PICTURE Z(8)9.                               JQG285
024100      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
024200      05  LD-TX      PICTURE ZZ9.9.                               JQG285
024300      05  FILLER     PICTURE X(3)  VALUE SPACE.                   JQG285
024400      05  LD-TXP     PICTURE ZZ9.9.                               JQG285
024500      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
024600      05  LD-ECART   PICTURE -ZZ9.9.                              JQG285
024700      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
024800      05  LD-ALERTE  PICTURE X(12).                               JQG285
024900      05  FILLER     PICTURE X(27) VALUE SPACE.                   JQG285
025000 01  LIGNE-MOT.                                                   JQG285
025100      05  FILLER     PICTURE X(12) VALUE SPACE.                   JQG285
025200      05  LM-MOT     PICTURE X(2).                                JQG285
025300      05  FILLER     PICTURE X(4)  VALUE SPACE.                   JQG285
025400      05  LM-LIB     PICTURE X(30).                               JQG285
025500      05  LM-FLAG    PICTURE X.                                   JQG285
025600      05  FILLER     PICTURE X(10) VALUE SPACE.                   JQG285
025700      05  LM-QAN     PICTURE Z(8)9.                               JQG285
025800      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
025900      05  LM-TX      PICTURE ZZ9.9.                               JQG285
026000      05  FILLER     PICTURE X(57) VALUE SPACE.                   JQG285
026100 01  LIGNE-TOT.                                                   JQG285
026200      05  LT-LIB     PICTURE X(10).                               JQG285
026300      05  LT-PDV     PICTURE X(2).                                JQG285
026400      05  FILLER     PICTURE X(37) VALUE SPACE.                   JQG285
026500      05  LT-QCD     PICTURE Z(8)9.                               JQG285
026600      05  FILLER     PICTURE X     VALUE SPACE.                   JQG285
026700      05  LT-QAN     PICTURE Z(8)9.                               JQG285
026800      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
026900      05  LT-TX      PICTURE ZZ9.9.                               JQG285
027000      05  FILLER     PICTURE X(3)  VALUE SPACE.                   JQG285
027100      05  LT-TXP     PICTURE ZZ9.9.                               JQG285
027200      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
027300      05  LT-ECART   PICTURE -ZZ9.9.                              JQG285
027400      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG285
027500      05  LT-ALERTE  PICTURE X(12).                               JQG285
027600      05  FILLER     PICTURE X(27) VALUE SPACE.                   JQG285
027700 01  LIGNE-BLANCHE   PICTURE X(132) VALUE SPACE.                  JQG285
027800 PROCEDURE DIVISION.                                              JQG285
027900 R00.                                                             JQG285
028000      MOVE       'JQG285' TO X95-PROGRAMME                        JQG285
028100      MOVE       'D' TO X95-PHASE                                 JQG285
028200      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG285
028300                 X95-CPT-REJET                                    JQG285
028400      MOVE       SPACES TO X95-ETAT                               JQG285
028500      CALL       'SY0095' USING SY0095-PARMS                      JQG285
028600      MOVE       'C' TO X99-FONCTION                              JQG285
028700      CALL       'SY0099' USING SY0099-PARMS                      JQG285
028800      MOVE       X99-DATE-8 TO W-DATE-RUN.                        JQG285
028900*          NOTE * MOIS PAR DEFAUT = MOIS PRECEDENT *.             JQG285
029000      IF         W-RUN-MM  =  1                                   JQG285
029100      COMPUTE    W-MOIS-AAAA = W-RUN-AAAA - 1                     JQG285
029200      MOVE       12 TO W-MOIS-MM                                  JQG285
029300      ELSE                                                        JQG285
029400      MOVE       W-RUN-AAAA TO W-MOIS-AAAA                        JQG285
029500      COMPUTE    W-MOIS-MM = W-RUN-MM - 1.                        JQG285
029600      OPEN INPUT                    PRM-FICHIER.                  JQG285
029700      IF         PRM-STATUS  =  '00'                              JQG285
029800      PERFORM    R01PRM THRU R01PRM-FN                            JQG285
029900      CLOSE      PRM-FICHIER.                                     JQG285
030000      COMPUTE    W-MREF = W-MOIS-AAAA * 12 + W-MOIS-MM.           JQG285
030100      PERFORM    R03MR THRU R03MR-FN.                             JQG285
030200 R00-FN.   EXIT.                                                  JQG285
030300 R02.      OPEN INPUT                    QH-FICHIER.              JQG285
030400      IF        1-QH01-STATUS  NOT  = ZERO                        JQG285
030500           AND  1-QH01-STATUS  NOT  = '97'                        JQG285
030600      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQG285
030700                 1-QH01-STATUS                                    JQG285
030800      MOVE       8 TO RETURN-CODE                                 JQG285
030900      GO TO      R98.                                             JQG285
031000      SORT       TR-FICHIER                                       JQG285
031100                 ASCENDING KEY TR-KQH01                           JQG285
031200                 INPUT PROCEDURE IS R10CHG THRU R10CHG-FN         JQG285
031300                 OUTPUT PROCEDURE IS R20APP THRU R20APP-FN.       JQG285
031400      CLOSE      QH-FICHIER.                                      JQG285
031500      SORT       TS-FICHIER                                       JQG285
031600                 ASCENDING KEY TS-CLE                             JQG285
031700                 INPUT PROCEDURE IS R40REL THRU R40REL-FN         JQG285
031800                 OUTPUT PROCEDURE IS R50EDI THRU R50EDI-FN.       JQG285
031900      DISPLAY    'ENREG. QH LUS          = ' 5-QH00-LUS           JQG285
032000      DISPLAY    'COMMANDES RETENUES     = ' 5-QH00-RET           JQG285
032100      DISPLAY    'QTES QH NON NUMERIQUES = ' 5-QH00-NONUM         JQG285
032200      DISPLAY    'ANNULATIONS LUES       = ' 5-AN-LUS             JQG285
032300      DISPLAY    'ANNULATIONS RETENUES   = ' 5-AN-RET             JQG285
032400      DISPLAY    'ANNULATIONS SANS QH    = ' 5-AN-ORPH            JQG285
032500      DISPLAY    'PDV EN ALERTE          = ' 5-PDV-ALERTE.        JQG285
032600      IF         5-PDV-ALERTE  NOT  =  ZERO                       JQG285
032700      MOVE       4 TO RETURN-CODE.                                JQG285
032800 R02-FN.   EXIT.                                                  JQG285
032900 R98.                                                             JQG285
033000      MOVE       'F' TO X95-PHASE                                 JQG285
033100      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQG285
033200      MOVE       5-QH00-RET TO X95-CPT-SORTIE                     JQG285
033300      MOVE       5-AN-ORPH TO X95-CPT-REJET                       JQG285
033400      IF         RETURN-CODE  =  ZERO                             JQG285
033500      MOVE       'OK' TO X95-ETAT                                 JQG285
033600      ELSE                                                        JQG285
033700      IF         RETURN-CODE  =  4                                JQG285
033800      MOVE       'ALERTE' TO X95-ETAT                             JQG285
033900      ELSE                                                        JQG285
034000      MOVE       'ANOMALIE' TO X95-ETAT.                          JQG285
034100      CALL       'SY0095' USING SY0095-PARMS.                     JQG285
034200      GO TO      R99-FN.                                          JQG285
034300 R98-FN.   EXIT.                                                  JQG285
034400 R01PRM.   READ       PRM-FICHIER                                 JQG285
034500      AT END     GO TO   R01PRM-FN.                               JQG285
034600      IF         PRM-MOIS  NUMERIC                                JQG285
034700            AND  PRM-MOIS  NOT  =  ZERO                           JQG285
034800      MOVE       PRM-MOIS TO W-MOIS.                              JQG285
034900      IF         PRM-SEUIL  NUMERIC                               JQG285
035000      MOVE       PRM-SEUIL-N TO W-SEUIL.                          JQG285
035100      IF         PRM-QMIN  NUMERIC                                JQG285
035200      MOVE       PRM-QMIN-N TO W-QMIN.                            JQG285
035300 R01PRM-FN. EXIT.                                                 JQG285
035400*          NOTE * CHARGEMENT DU REFERENTIEL DES MOTIFS *.         JQG285
035500 R03MR.    OPEN INPUT                    MR-FICHIER.              JQG285
035600      IF         MR-STATUS  =  '00'                               JQG285
035700      MOVE       'O' TO W-MR-CHARGE                               JQG285
035800      PERFORM    R04MR THRU R04MR-FN                              JQG285
035900         UNTIL   W-MR-FIN = 'O'                                   JQG285
036000      CLOSE      MR-FICHIER                                       JQG285
036100      ELSE                                                        JQG285
036200      DISPLAY    'REFERENTIEL MOTIFS ABSENT - CODES BRUTS'        JQG285
036300      END-IF.                                                     JQG285
036400 R03MR-FN. EXIT.                                                  JQG285
036500 R04MR.    READ       MR-FICHIER                                  JQG285
036600      AT END     MOVE 'O' TO W-MR-FIN                             JQG285
036700      GO TO      R04MR-FN.                                        JQG285
036800      IF         W-MR-CPT  <  100                                 JQG285
036900      ADD        1 TO W-MR-CPT                                    JQG285
037000      MOVE       MR-CODE TO W-MR-ECODE (W-MR-CPT)                 JQG285
037100      MOVE       MR-LIBELLE TO W-MR-ELIB (W-MR-CPT)               JQG285
037200      MOVE       MR-ACTIF TO W-MR-EACTIF (W-MR-CPT).              JQG285
037300 R04MR-FN. EXIT.                                                  JQG285
037400*          NOTE * ANNULATIONS DES COMMANDES DES 4 MOIS ETUDIES *. JQG285
037500 R10CHG.   MOVE       '0' TO IK-FIN.                              JQG285
037600      OPEN INPUT                AN-FICHIER.                       JQG285
037700      IF         AN-STATUS  NOT  =  '00'                          JQG285
037800      DISPLAY    'EVENEMENTS ANNULATION ANNQH ABSENTS'            JQG285
037900      GO TO      R10CHG-FN.                                       JQG285
038000 R10CHG-10. READ     AN-FICHIER                                   JQG285
038100      AT END     MOVE '1' TO IK-FIN                               JQG285
038200      GO TO      R10CHG-90.                                       JQG285
038300      ADD        1 TO 5-AN-LUS                                    JQG285
038400      IF         AN-DCD1A  NOT NUMERIC                            JQG285
038500            OR   AN-QANN   NOT NUMERIC                            JQG285
038600      GO TO      R10CHG-10.                                       JQG285
038700      MOVE       AN-DCD1A TO W-DCD                                JQG285
038800      PERFORM    R15MOI THRU R15MOI-FN.                           JQG285
038900      IF         W-IX-M  =  ZERO                                  JQG285
039000      GO TO      R10CHG-10.                                       JQG285
039100      MOVE       AN-KQH01 TO TR-KQH01                             JQG285
039200      MOVE       AN-QANN TO TR-QANN                               JQG285
039300      MOVE       AN-CMOTIF TO TR-CMOTIF                           JQG285
039400      RELEASE    TR-ENR                                           JQG285
039500      ADD        1 TO 5-AN-RET                                    JQG285
039600      GO TO      R10CHG-10.                                       JQG285
039700 R10CHG-90. CLOSE    AN-FICHIER.                                  JQG285
039800 R10CHG-FN. EXIT.                                                 JQG285
039900*          NOTE * RANG DU MOIS DE W-DCD : 1 = MOIS ETUDIE,    *   JQG285
040000*               * 2 A 4 = MOIS PRECEDENTS, 0 = HORS PERIODE *.    JQG285
040100 R15MOI.   MOVE       ZERO TO W-IX-M.                             JQG285
040200      COMPUTE    W-ECART-M = W-MREF                               JQG285
040300                 - (W-DCD-AAAA * 12 + W-DCD-MM).                  JQG285
040400      IF         W-ECART-M  NOT <  ZERO                           JQG285
040500            AND  W-ECART-M  NOT >  3                              JQG285
040600      COMPUTE    W-IX-M = W-ECART-M + 1.                          JQG285
040700 R15MOI-FN. EXIT.                                                 JQG285
040800*          NOTE * APPAREILLAGE QH / ANNULATIONS TRIEES PAR CLE *. JQG285
040900 R20APP.                                                          JQG285
041000      PERFORM    R21QH THRU R21QH-FN.                             JQG285
041100      PERFORM    R22TR THRU R22TR-FN.                             JQG285
041200 R20APP-10.                                                       JQG285
041300      IF         W-QH-CLE  =  HIGH-VALUE                          JQG285
041400            AND  W-TR-CLE  =  HIGH-VALUE                          JQG285
041500      GO TO      R20APP-FN.                                       JQG285
041600      IF         W-TR-CLE  <  W-QH-CLE                            JQG285
041700      PERFORM    R26ORP THRU R26ORP-FN                            JQG285
041800      GO TO      R20APP-10.                                       JQG285
041900      MOVE       ZERO TO W-SOM-AN.                                JQG285
042000      IF         QH00-DCD1A  NUMERIC                              JQG285
042100      MOVE       QH00-DCD1A TO W-DCD                              JQG285
042200      PERFORM    R15MOI THRU R15MOI-FN                            JQG285
042300      ELSE                                                        JQG285
042400      MOVE       ZERO TO W-IX-M.                                  JQG285
042500      PERFORM    R23CUM THRU R23CUM-FN                            JQG285
042600         UNTIL   W-TR-CLE  NOT  =  W-QH-CLE.                      JQG285
042700      IF         W-IX-M  NOT  =  ZERO                             JQG285
042800      PERFORM    R30GRP THRU R30GRP-FN.                           JQG285
042900      PERFORM    R21QH THRU R21QH-FN.                             JQG285
043000      GO TO      R20APP-10.                                       JQG285
043100 R20APP-FN. EXIT.                                                 JQG285
043200 R21QH.    READ       QH-FICHIER NEXT RECORD                      JQG285
043300      AT END     MOVE HIGH-VALUE TO W-QH-CLE                      JQG285
043400      GO TO      R21QH-FN.                                        JQG285
043500      ADD        1 TO 5-QH00-LUS                                  JQG285
043600      MOVE       QH00-KQH01 TO W-QH-CLE.                          JQG285
043700 R21QH-FN. EXIT.                                                  JQG285
043800 R22TR.    RETURN     TR-FICHIER                                  JQG285
043900      AT END     MOVE HIGH-VALUE TO W-TR-CLE                      JQG285
044000      GO TO      R22TR-FN.                                        JQG285
044100      MOVE       TR-KQH01 TO W-TR-CLE.                            JQG285
044200 R22TR-FN. EXIT.                                                  JQG285
044300 R23CUM.   ADD        TR-QANN TO W-SOM-AN.                        JQG285
044400      IF         W-IX-M  =  1                                     JQG285
044500      PERFORM    R35MOT THRU R35MOT-FN.                           JQG285
044600      PERFORM    R22TR THRU R22TR-FN.                             JQG285
044700 R23CUM-FN. EXIT.                                                 JQG285
044800*          NOTE * ANNULATION D UNE COMMANDE ABSENTE DE QH *.      JQG285
044900 R26ORP.   MOVE       W-TR-CLE TO W-ORP-CLE.                      JQG285
045000 R26ORP-10.                                                       JQG285
045100      ADD        1 TO 5-AN-ORPH                                   JQG285
045200      PERFORM    R22TR THRU R22TR-FN.                             JQG285
045300      IF         W-TR-CLE  =  W-ORP-CLE                           JQG285
045400      GO TO      R26ORP-10.                                       JQG285
045500 R26ORP-FN. EXIT.                                                 JQG285
045600*          NOTE * CUMUL PDV/CANAL PAR RANG DE MOIS *.             JQG285
045700 R30GRP.   IF         QH00-QCD1B  NOT NUMERIC                     JQG285
045800      ADD        1 TO 5-QH00-NONUM                                JQG285
045900      GO TO      R30GRP-FN.                                       JQG285
046000      ADD        1 TO 5-QH00-RET                                  JQG285
046100      MOVE       QH00-CPD1A TO W-GR-CPD1A                         JQG285
046200      MOVE       QH00-CCANA TO W-GR-CCANA                         JQG285
046300      MOVE       'N' TO W-GR-TROUVE.                              JQG285
046400      IF         W-GR-CPT  =  ZERO                                JQG285
046500      GO TO      R30GRP-AJ.                                       JQG285
046600      PERFORM    R31CHE THRU R31CHE-FN                            JQG285
046700         VARYING W-GR-IX FROM 1 BY 1                              JQG285
046800         UNTIL   W-GR-IX > W-GR-CPT                               JQG285
046900            OR   W-GR-TROUVE = 'O'.                               JQG285
047000      IF         W-GR-TROUVE  =  'O'                              JQG285
047100      SUBTRACT   1 FROM W-GR-IX                                   JQG285
047200      GO TO      R30GRP-CUM.                                      JQG285
047300 R30GRP-AJ.                                                       JQG285
047400      IF         W-GR-CPT  NOT <  400                             JQG285
047500      IF         W-GR-PLEIN  =  'N'                               JQG285
047600      MOVE       'O' TO W-GR-PLEIN                                JQG285
047700      DISPLAY    'TABLE TAUX PDV/CANAL SATUREE'                   JQG285
047800      GO TO      R30GRP-FN                                        JQG285
047900      ELSE                                                        JQG285
048000      GO TO      R30GRP-FN.                                       JQG285
048100      ADD        1 TO W-GR-CPT                                    JQG285
048200      MOVE       W-GR-CPT TO W-GR-IX                              JQG285
048300      MOVE       W-GR-CLE TO W-GR-ECLE (W-GR-IX)                  JQG285
048400      MOVE       ZERO TO W-GR-QCD (W-GR-IX, 1)                    JQG285
048500                 W-GR-QCD (W-GR-IX, 2) W-GR-QCD (W-GR-IX, 3)      JQG285
048600                 W-GR-QCD (W-GR-IX, 4) W-GR-QAN (W-GR-IX, 1)      JQG285
048700                 W-GR-QAN (W-GR-IX, 2) W-GR-QAN (W-GR-IX, 3)      JQG285
048800                 W-GR-QAN (W-GR-IX, 4).                           JQG285
048900 R30GRP-CUM.                                                      JQG285
049000      ADD        QH00-QCD1B W-SOM-AN TO W-GR-QCD (W-GR-IX, W-IX-M)JQG285
049100      ADD        W-SOM-AN TO W-GR-QAN (W-GR-IX, W-IX-M).          JQG285
049200 R30GRP-FN. EXIT.                                                 JQG285
049300 R31CHE.   IF         W-GR-ECLE (W-GR-IX)  =  W-GR-CLE            JQG285
049400      MOVE       'O' TO W-GR-TROUVE.                              JQG285
049500 R31CHE-FN. EXIT.                                                 JQG285
049600*          NOTE * CUMUL PAR MOTIF POUR LE MOIS ETUDIE *.          JQG285
049700 R35MOT.   MOVE       QH00-CPD1A TO W-MO-CPD1A                    JQG285
049800      MOVE       QH00-CCANA TO W-MO-CCANA                         JQG285
049900      MOVE       TR-CMOTIF TO W-MO-CMOTIF                         JQG285
050000      MOVE       'N' TO W-MO-TROUVE.                              JQG285
050100      IF         W-MO-CPT  =  ZERO                                JQG285
050200      GO TO      R35MOT-AJ.                                       JQG285
050300      PERFORM    R36CHE THRU R36CHE-FN                            JQG285
050400         VARYING W-MO-IX FROM 1 BY 1                              JQG285
050500         UNTIL   W-MO-IX > W-MO-CPT                               JQG285
050600            OR   W-MO-TROUVE = 'O'.                               JQG285
050700      IF         W-MO-TROUVE  =  'O'                              JQG285
050800      SUBTRACT   1 FROM W-MO-IX                                   JQG285
050900      GO TO      R35MOT-CUM.                                      JQG285
051000 R35MOT-AJ.                                                       JQG285
051100      IF         W-MO-CPT  NOT <  2000                            JQG285
051200      IF         W-MO-PLEIN  =  'N'                               JQG285
051300      MOVE       'O' TO W-MO-PLEIN                                JQG285
051400      DISPLAY    'TABLE MOTIFS PDV/CANAL SATUREE'                 JQG285
051500      GO TO      R35MOT-FN                                        JQG285
051600      ELSE                                                        JQG285
051700      GO TO      R35MOT-FN.                                       JQG285
051800      ADD        1 TO W-MO-CPT                                    JQG285
051900      MOVE       W-MO-CPT TO W-MO-IX                              JQG285
052000      MOVE       W-MO-CLE TO W-MO-ECLE (W-MO-IX)                  JQG285
052100      MOVE       ZERO TO W-MO-QAN (W-MO-IX).                      JQG285
052200 R35MOT-CUM.                                                      JQG285
052300      ADD        TR-QANN TO W-MO-QAN (W-MO-IX).                   JQG285
052400 R35MOT-FN. EXIT.                                                 JQG285
052500 R36CHE.   IF         W-MO-ECLE (W-MO-IX)  =  W-MO-CLE            JQG285
052600      MOVE       'O' TO W-MO-TROUVE.                              JQG285
052700 R36CHE-FN. EXIT.                                                 JQG285
052800*          NOTE * TRI DES LIGNES : PDV, CANAL, PUIS MOTIFS *.     JQG285
052900 R40REL.                                                          JQG285
053000      PERFORM    R41GRP THRU R41GRP-FN                            JQG285
053100         VARYING W-GR-IX FROM 1 BY 1                              JQG285
053200         UNTIL   W-GR-IX > W-GR-CPT.                              JQG285
053300      PERFORM    R42MOT THRU R42MOT-FN                            JQG285
053400         VARYING W-MO-IX FROM 1 BY 1                              JQG285
053500         UNTIL   W-MO-IX > W-MO-CPT.                              JQG285
053600 R40REL-FN. EXIT.                                                 JQG285
053700 R41GRP.   MOVE       W-GR-ECLE (W-GR-IX) TO TS-CLE               JQG285
053800      MOVE       '1' TO TS-TYPE                                   JQG285
053900      MOVE       SPACES TO TS-CMOTIF                              JQG285
054000      MOVE       W-GR-QCD (W-GR-IX, 1) TO TS-QCD-M                JQG285
054100      MOVE       W-GR-QAN (W-GR-IX, 1) TO TS-QAN-M                JQG285
054200      COMPUTE    TS-QCD-P = W-GR-QCD (W-GR-IX, 2)                 JQG285
054300                 + W-GR-QCD (W-GR-IX, 3) + W-GR-QCD (W-GR-IX, 4)  JQG285
054400      COMPUTE    TS-QAN-P = W-GR-QAN (W-GR-IX, 2)                 JQG285
054500                 + W-GR-QAN (W-GR-IX, 3) + W-GR-QAN (W-GR-IX, 4)  JQG285
054600      RELEASE    TS-ENR.                                          JQG285
054700 R41GRP-FN. EXIT.                                                 JQG285
054800 R42MOT.   MOVE       W-MO-ECLE (W-MO-IX) TO W-MO-CLE             JQG285
054900      MOVE       W-MO-CPD1A TO TS-CPD1A                           JQG285
055000      MOVE       W-MO-CCANA TO TS-CCANA                           JQG285
055100      MOVE       '2' TO TS-TYPE                                   JQG285
055200      MOVE       W-MO-CMOTIF TO TS-CMOTIF                         JQG285
055300      MOVE       ZERO TO TS-QCD-M TS-QCD-P TS-QAN-P               JQG285
055400      MOVE       W-MO-QAN (W-MO-IX) TO TS-QAN-M                   JQG285
055500      RELEASE    TS-ENR.                                          JQG285
055600 R42MOT-FN. EXIT.                                                 JQG285
055700*          NOTE * EDITION CANAL, MOTIFS ET TOTAL PDV/ALERTE *.    JQG285
055800 R50EDI.                                                          JQG285
055900      OPEN OUTPUT               RP-FICHIER.                       JQG285
056000      MOVE       W-MOIS TO LT-MOIS                                JQG285
056100      MOVE       W-SEUIL TO LT-SEUIL                              JQG285
056200      MOVE       W-QMIN TO LT-QMIN                                JQG285
056300      MOVE       W-DATE-RUN TO LT-DATE                            JQG285
056400      WRITE      RP-REC FROM LIGNE-TITRE.                         JQG285
056500      WRITE      RP-REC FROM LIGNE-COLS.                          JQG285
056600      MOVE       '0' TO IK-FIN.                                   JQG285
056700 R50EDI-10. RETURN    TS-FICHIER                                  JQG285
056800      AT END     MOVE '1' TO IK-FIN                               JQG285
056900      GO TO      R50EDI-90.                                       JQG285
057000      IF         TS-CPD1A  NOT  =  W-ED-PDV                       JQG285
057100      IF         W-ED-PDV  NOT  =  HIGH-VALUE                     JQG285
057200      PERFORM    R57PDV THRU R57PDV-FN                            JQG285
057300      PERFORM    R52DEB THRU R52DEB-FN                            JQG285
057400      ELSE                                                        JQG285
057500      PERFORM    R52DEB THRU R52DEB-FN.                           JQG285
057600      IF         TS-TYPE  =  '1'                                  JQG285
057700      PERFORM    R55CAN THRU R55CAN-FN                            JQG285
057800      ELSE                                                        JQG285
057900      PERFORM    R56MOT THRU R56MOT-FN.                           JQG285
058000      GO TO      R50EDI-10.                                       JQG285
058100 R50EDI-90.                                                       JQG285
058200      IF         W-ED-PDV  NOT  =  HIGH-VALUE                     JQG285
058300      PERFORM    R57PDV THRU R57PDV-FN.                           JQG285
058400      MOVE       W-TO-QCD TO W-C-QCD                              JQG285
058500      MOVE       W-TO-QAN TO W-C-QAN                              JQG285
058600      MOVE       W-TO-QCDP TO W-C-QCDP                            JQG285
058700      MOVE       W-TO-QANP TO W-C-QANP                            JQG285
058800      PERFORM    R80TX THRU R80TX-FN                              JQG285
058900      MOVE       'TOTAL GEN.' TO LT-LIB                           JQG285
059000      MOVE       SPACES TO LT-PDV LT-ALERTE                       JQG285
059100      MOVE       W-C-QCD TO LT-QCD                                JQG285
059200      MOVE       W-C-QAN TO LT-QAN                                JQG285
059300      MOVE       W-C-TX TO LT-TX                                  JQG285
059400      MOVE       W-C-TXP TO LT-TXP                                JQG285
059500      MOVE       W-C-ECART TO LT-ECART                            JQG285
059600      WRITE      RP-REC FROM LIGNE-TOT.                           JQG285
059700      CLOSE      RP-FICHIER.                                      JQG285
059800 R50EDI-FN. EXIT.                                                 JQG285
059900 R52DEB.   MOVE       TS-CPD1A TO W-ED-PDV.                       JQG285
060000      MOVE       ZERO TO W-PV-QCD W-PV-QAN W-PV-QCDP W-PV-QANP.   JQG285
060100 R52DEB-FN. EXIT.                                                 JQG285
060200 R55CAN.   MOVE       TS-QCD-M TO W-C-QCD W-ED-QCD                JQG285
060300      MOVE       TS-QAN-M TO W-C-QAN                              JQG285
060400      MOVE       TS-QCD-P TO W-C-QCDP                             JQG285
060500      MOVE       TS-QAN-P TO W-C-QANP                             JQG285
060600      ADD        TS-QCD-M TO W-PV-QCD                             JQG285
060700      ADD        TS-QAN-M TO W-PV-QAN                             JQG285
060800      ADD        TS-QCD-P TO W-PV-QCDP                            JQG285
060900      ADD        TS-QAN-P TO W-PV-QANP                            JQG285
061000      PERFORM    R80TX THRU R80TX-FN                              JQG285
061100      MOVE       TS-CPD1A TO LD-PDV                               JQG285
061200      MOVE       TS-CCANA TO LD-CAN                               JQG285
061300      MOVE       W-C-QCD TO LD-QCD                                JQG285
061400      MOVE       W-C-QAN TO LD-QAN                                JQG285
061500      MOVE       W-C-TX TO LD-TX                                  JQG285
061600      MOVE       W-C-TXP TO LD-TXP                                JQG285
061700      MOVE       W-C-ECART TO LD-ECART                            JQG285
061800      MOVE       SPACES TO LD-ALERTE                              JQG285
061900      IF         W-C-ALERTE  =  'O'                               JQG285
062000      MOVE       'HAUSSE' TO LD-ALERTE.                           JQG285
062100      WRITE      RP-REC FROM LIGNE-DET.                           JQG285
062200 R55CAN-FN. EXIT.                                                 JQG285
062300*          NOTE * PART DU MOTIF DANS LE TAUX DU CANAL *.          JQG285
062400 R56MOT.   MOVE       TS-CMOTIF TO LM-MOT                         JQG285
062500      MOVE       SPACES TO LM-LIB LM-FLAG                         JQG285
062600      MOVE       'N' TO W-MR-TROUVE.                              JQG285
062700      IF         W-MR-CHARGE  =  'O'                              JQG285
062800      PERFORM    R58LIB THRU R58LIB-FN                            JQG285
062900         VARYING W-MR-IX FROM 1 BY 1                              JQG285
063000         UNTIL   W-MR-IX > W-MR-CPT                               JQG285
063100            OR   W-MR-TROUVE = 'O'                                JQG285
063200      IF         W-MR-TROUVE  =  'N'                              JQG285
063300      MOVE       'CODE INCONNU AU REFERENTIEL' TO LM-LIB          JQG285
063400      MOVE       '?' TO LM-FLAG.                                  JQG285
063500      MOVE       TS-QAN-M TO LM-QAN                               JQG285
063600      MOVE       ZERO TO LM-TX                                    JQG285
063700      IF         W-ED-QCD  NOT  =  ZERO                           JQG285
063800      COMPUTE    LM-TX ROUNDED = TS-QAN-M * 100 / W-ED-QCD.       JQG285
063900      WRITE      RP-REC FROM LIGNE-MOT.                           JQG285
064000 R56MOT-FN. EXIT.                                                 JQG285
064100 R57PDV.   MOVE       W-PV-QCD TO W-C-QCD                         JQG285
064200      MOVE       W-PV-QAN TO W-C-QAN                              JQG285
064300      MOVE       W-PV-QCDP TO W-C-QCDP                            JQG285
064400      MOVE       W-PV-QANP TO W-C-QANP                            JQG285
064500      ADD        W-PV-QCD TO W-TO-QCD                             JQG285
064600      ADD        W-PV-QAN TO W-TO-QAN                             JQG285
064700      ADD        W-PV-QCDP TO W-TO-QCDP                           JQG285
064800      ADD        W-PV-QANP TO W-TO-QANP                           JQG285
064900      PERFORM    R80TX THRU R80TX-FN                              JQG285
065000      MOVE       'TOTAL PDV ' TO LT-LIB                           JQG285
065100      MOVE       W-ED-PDV TO LT-PDV                               JQG285
065200      MOVE       W-C-QCD TO LT-QCD                                JQG285
065300      MOVE       W-C-QAN TO LT-QAN                                JQG285
065400      MOVE       W-C-TX TO LT-TX                                  JQG285
065500      MOVE       W-C-TXP TO LT-TXP                                JQG285
065600      MOVE       W-C-ECART TO LT-ECART                            JQG285
065700      MOVE       SPACES TO LT-ALERTE                              JQG285
065800      IF         W-C-ALERTE  =  'O'                               JQG285
065900      MOVE       '*** ALERTE' TO LT-ALERTE                        JQG285
066000      ADD        1 TO 5-PDV-ALERTE.                               JQG285
066100      WRITE      RP-REC FROM LIGNE-TOT.                           JQG285
066200      WRITE      RP-REC FROM LIGNE-BLANCHE.                       JQG285
066300 R57PDV-FN. EXIT.                                                 JQG285
066400 R58LIB.   IF         W-MR-ECODE (W-MR-IX)  =  TS-CMOTIF          JQG285
066500      MOVE       'O' TO W-MR-TROUVE                               JQG285
066600      MOVE       W-MR-ELIB (W-MR-IX) TO LM-LIB                    JQG285
066700      IF         W-MR-EACTIF (W-MR-IX)  NOT  =  'O'               JQG285
066800      MOVE       '*' TO LM-FLAG.                                  JQG285
066900 R58LIB-FN. EXIT.                                                 JQG285
067000*          NOTE * TAUX DU MOIS, TAUX DES 3 MOIS PRECEDENTS *      JQG285
067100*               * ET ALERTE SI L ECART DEPASSE LE SEUIL    *.     JQG285
067200 R80TX.    MOVE       ZERO TO W-C-TX W-C-TXP                      JQG285
067300      MOVE       'N' TO W-C-ALERTE.                               JQG285
067400      IF         W-C-QCD  NOT  =  ZERO                            JQG285
067500      COMPUTE    W-C-TX ROUNDED = W-C-QAN * 100 / W-C-QCD.        JQG285
067600      IF         W-C-QCDP  NOT  =  ZERO                           JQG285
067700      COMPUTE    W-C-TXP ROUNDED = W-C-QANP * 100 / W-C-QCDP.     JQG285
067800      COMPUTE    W-C-ECART = W-C-TX - W-C-TXP.                    JQG285
067900      IF         W-C-ECART  >  W-SEUIL                            JQG285
068000            AND  W-C-QCD  NOT  =  ZERO                            JQG285
068100            AND  W-C-QCD  NOT <  W-QMIN                           JQG285
068200      MOVE       'O' TO W-C-ALERTE.                               JQG285
068300 R80TX-FN. EXIT.                                                  JQG285
068400 R99.      EXIT.                                                  JQG285
068500 R99-FN.   EXIT.                                                  JQG285
068600      GOBACK.                                                     JQG285

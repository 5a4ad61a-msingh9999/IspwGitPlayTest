000100 IDENTIFICATION DIVISION.                                         JQG585
000200 PROGRAM-ID.  JQG585.                                             JQG585
000300*AUTHOR.         RAPPROCHEMENT HEBDO PRISE DE COMMANDE / QH.      JQG585
000400*DATE-COMPILED.                                                   JQG585
000500*          NOTE * LA PHOTO COMPLETE DES COMMANDES OUVERTES DE LA *JQG585
000600*               * PRISE DE COMMANDE (SNAPCO, TRIEE PAR CLE) EST  *JQG585
000700*               * RAPPROCHEE DE QH PAR CLE COMMANDE.  ETAT       *JQG585
000800*               * RCNRPT : ABSENTES D UN COTE OU DE L AUTRE,     *JQG585
000900*               * ECARTS DE QUANTITE, STATUT (CCD1A) OU CANAL.   *JQG585
001000*               * FICHIER CORKA AU FORMAT KA (HDR/TRL) POUR  *    JQG585
001100*               * RELECTURE PUIS PASSAGE DANS JQGM85 : CREATION  *JQG585
001200*               * DES COMMANDES ABSENTES DE QH, +1 SUR LES       *JQG585
001300*               * QUANTITES INFERIEURES.  LE RESTE EST SIGNALE   *JQG585
001400*               * POUR CORRECTION MANUELLE (JQGU85 OU CX).       *JQG585
001500 ENVIRONMENT DIVISION.                                            JQG585
001600 CONFIGURATION SECTION.                                           JQG585
001700 SOURCE-COMPUTER. IBM-370.                                        JQG585
001800 OBJECT-COMPUTER. IBM-370.                                        JQG585
001900 INPUT-OUTPUT SECTION.                                            JQG585
002000 FILE-CONTROL.                                                    JQG585
002100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQG585
002200      ORGANIZATION INDEXED                                        JQG585
002300      ACCESS IS SEQUENTIAL                                        JQG585
002400      FILE STATUS IS                   1-QH01-STATUS              JQG585
002500                                       VSAM-STATUS                JQG585
002600      RECORD KEY  IS                     QH00-KQH01.              JQG585
002700      SELECT     SN-FICHIER    ASSIGN    TO  SNAPCO               JQG585
002800      FILE STATUS IS                    SN-STATUS.                JQG585
002900      SELECT     CO-FICHIER    ASSIGN    TO  CORKA.               JQG585
003000      SELECT     RP-FICHIER    ASSIGN    TO  RCNRPT.              JQG585
003100 DATA DIVISION.                                                   JQG585
003200 FILE SECTION.                                                    JQG585
003300 FD                 QH-FICHIER.                                   JQG585
003400 01                 QH00.                                         JQG585
003500      10            QH00-KQH01.                                   JQG585
003600      11            QH00-NCNCP  PICTURE  X(11).                   JQG585
003700      11            QH00-DCD1A  PICTURE  9(8).                    JQG585
003800      11            QH00-CPD1A  PICTURE  X(2).                    JQG585
003900      10            QH00-CCD1A  PICTURE  X.                       JQG585
004000      10            QH00-QEN1A  PICTURE  999.                     JQG585
004100      10            QH00-CCD1D  PICTURE  X.                       JQG585
004200      10            QH00-QCD1B  PICTURE  9(4).                    JQG585
004300      10            QH00-CCA1A  PICTURE  X.                       JQG585
004400      10            QH00-CEN1A  PICTURE  X.                       JQG585
004500      10            QH00-NEN1A  PICTURE  9(8).                    JQG585
004600      10            QH00-ZEN1A  PICTURE  9(1).                    JQG585
004700      10            QH00-CCP1A  PICTURE  9(2).                    JQG585
004800      10            QH00-NCHSU  PICTURE  X(20).                   JQG585
004900      10            QH00-CCANA  PICTURE  X(2).                    JQG585
005000      10            QH00-ZF015  PICTURE  X(15).                   JQG585
005100 FD                 SN-FICHIER                                    JQG585
005200      BLOCK              00000 RECORDS                            JQG585
005300      RECORDING  F.                                               JQG585
005400 01                 SN00.                                         JQG585
005500      10            SN00-KQH01.                                   JQG585
005600      11            SN00-NCNCP  PICTURE  X(11).                   JQG585
005700      11            SN00-DCD1A  PICTURE  9(8).                    JQG585
005800      11            SN00-CPD1A  PICTURE  X(2).                    JQG585
005900      10            SN00-CCD1A  PICTURE  X.                       JQG585
006000      10            SN00-CCD1D  PICTURE  X.                       JQG585
006100      10            SN00-QCD1B  PICTURE  9(4).                    JQG585
006200      10            SN00-CCANA  PICTURE  X(2).                    JQG585
006300      10            SN00-ZF051  PICTURE  X(51).                   JQG585
006400 01                 SN00-TRL  REDEFINES  SN00.                    JQG585
006500      10            SN00-TYPE   PICTURE  X(3).                    JQG585
006600      10            SN00-CPT    PICTURE  9(9).                    JQG585
006700      10            FILLER      PICTURE  X(68).                   JQG585
006800 FD                 CO-FICHIER                                    JQG585
006900      BLOCK              00000 RECORDS                            JQG585
007000      RECORDING  F.                                               JQG585
007100 01                 CO00.                                         JQG585
007200      10            CO00-NCNCP  PICTURE  X(11).                   JQG585
007300      10            CO00-DCD1A  PICTURE  9(8).                    JQG585
007400      10            CO00-CPD1A  PICTURE  X(2).                    JQG585
007500      10            CO00-CCD1D  PICTURE  X.                       JQG585
007600      10            CO00-CCANA  PICTURE  X(2).                    JQG585
007700      10            CO00-ZF056  PICTURE  X(56).                   JQG585
007800 01                 CO00-HDR  REDEFINES  CO00.                    JQG585
007900      10            CO00-TYPE   PICTURE  X(3).                    JQG585
008000      10            CO00-PGM    PICTURE  X(8).                    JQG585
008100      10            CO00-DATE   PICTURE  9(8).                    JQG585
008200      10            FILLER      PICTURE  X(61).                   JQG585
008300 01                 CO00-TRL  REDEFINES  CO00.                    JQG585
008400      10            FILLER      PICTURE  X(3).                    JQG585
008500      10            CO00-CPT    PICTURE  9(9).                    JQG585
008600      10            CO00-HASH   PICTURE  9(12).                   JQG585
008700      10            FILLER      PICTURE  X(56).                   JQG585
008800 FD                 RP-FICHIER                                    JQG585
008900      BLOCK              00000 RECORDS                            JQG585
009000      RECORDING  F.                                               JQG585
009100 01                 RP-REC      PICTURE  X(100).                  JQG585
009200 WORKING-STORAGE SECTION.                                         JQG585
009300 01  ZONES-STATUS.                                                JQG585
009400      05   VSAM-STATUS.                                           JQG585
009500        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQG585
009600        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQG585
009700        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQG585
009800      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQG585
009900 01                 SN-STATUS   PICTURE  XX.                      JQG585
010000 01                 IK-FIN-SN   PICTURE  X  VALUE  '0'.           JQG585
010100      88            FIN-SN                VALUE  '1'.             JQG585
010200 01                 IK-FIN-QH   PICTURE  X  VALUE  '0'.           JQG585
010300      88            FIN-QH                VALUE  '1'.             JQG585
010400 01                 W-VERROU    PICTURE  X  VALUE 'N'.            JQG585
010500 01                 W-SN-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQG585
010600 01                 W-QH-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQG585
010700 01                 W-SN-PREC   PICTURE  X(21) VALUE LOW-VALUE.   JQG585
010800 01                 W-CO-PREC   PICTURE  X(19) VALUE LOW-VALUE.   JQG585
010900 01                 W-SN-TRL    PICTURE  X  VALUE 'N'.            JQG585
011000 01                 W-SN-TRLCPT PICTURE  9(9) VALUE ZERO.         JQG585
011100 01                 W-ECART     PICTURE  S9(5) VALUE ZERO.        JQG585
011200 01                 W-ECART-VU  PICTURE  X  VALUE 'N'.            JQG585
011300 01                 W-CO-ECRIT  PICTURE  X  VALUE 'N'.            JQG585
011400 01                 W-CO-HASH   PICTURE  9(12) VALUE ZERO.        JQG585
011500 01                 COMPTEURS-RCN COMPUTATIONAL-3.                JQG585
011600      05       5-SN-LUS      PICTURE S9(9) VALUE ZERO.            JQG585
011700      05       5-QH-LUS      PICTURE S9(9) VALUE ZERO.            JQG585
011800      05       5-QH-OUVERTS  PICTURE S9(9) VALUE ZERO.            JQG585
011900      05       5-RC-CONCORD  PICTURE S9(9) VALUE ZERO.            JQG585
012000      05       5-RC-ABSQH    PICTURE S9(9) VALUE ZERO.            JQG585
012100      05       5-RC-ABSSN    PICTURE S9(9) VALUE ZERO.            JQG585
012200      05       5-RC-QTE      PICTURE S9(9) VALUE ZERO.            JQG585
012300      05       5-RC-STATUT   PICTURE S9(9) VALUE ZERO.            JQG585
012400      05       5-RC-CANAL    PICTURE S9(9) VALUE ZERO.            JQG585
012500      05       5-CO-ECRITS   PICTURE S9(9) VALUE ZERO.            JQG585
012600      05       5-RC-MANUEL   PICTURE S9(9) VALUE ZERO.            JQG585
012700     COPY SY0093.                                                 JQG585
012800     COPY SY0095.                                                 JQG585
012900     COPY SY0099.                                                 JQG585
013000 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQG585
013100     'RAPPROCHEMENT PRISE DE COMMANDE (SNAPCO) / QH'.             JQG585
013200 01  LIGNE-COLS.                                                  JQG585
013300      05  FILLER     PICTURE X(49) VALUE                          JQG585
013400          'CLE COMMANDE          ECART'.                          JQG585
013500      05  FILLER     PICTURE X(51) VALUE                          JQG585
013600          'PHOTO    QH       CORKA'.                              JQG585
013700 01  LIGNE-DET.                                                   JQG585
013800      05  LD-CLE     PICTURE X(21).                               JQG585
013900      05  FILLER     PICTURE X     VALUE SPACE.                   JQG585
014000      05  LD-ECART   PICTURE X(26).                               JQG585
014100      05  FILLER     PICTURE X     VALUE SPACE.                   JQG585
014200      05  LD-PHOTO   PICTURE X(8).                                JQG585
014300      05  FILLER     PICTURE X     VALUE SPACE.                   JQG585
014400      05  LD-QH      PICTURE X(8).                                JQG585
014500      05  FILLER     PICTURE X     VALUE SPACE.                   JQG585
014600      05  LD-ACTION  PICTURE X(33).                               JQG585
014700 01  W-QTE-EDIT     PICTURE ZZZ9.                                 JQG585
014800 01  LIGNE-TOT.                                                   JQG585
014900      05  LT-LIB     PICTURE X(30).                               JQG585
015000      05  LT-CPT     PICTURE Z(8)9.                               JQG585
015100      05  FILLER     PICTURE X(61) VALUE SPACE.                   JQG585
015200 PROCEDURE DIVISION.                                              JQG585
015300 R00.                                                             JQG585
015400      MOVE       'JQG585' TO X95-PROGRAMME                        JQG585
015500      MOVE       'D' TO X95-PHASE                                 JQG585
015600      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG585
015700                 X95-CPT-REJET                                    JQG585
015800      MOVE       SPACES TO X95-ETAT                               JQG585
015900      CALL       'SY0095' USING SY0095-PARMS                      JQG585
016000      MOVE       'C' TO X99-FONCTION                              JQG585
016100      CALL       'SY0099' USING SY0099-PARMS.                     JQG585
016200 R00-FN.   EXIT.                                                  JQG585
016300*          NOTE * VERROU QH : QH STABLE PENDANT LA LECTURE *.     JQG585
016400 R00V.                                                            JQG585
016500      MOVE       'P' TO X93-FONCTION                              JQG585
016600      MOVE       'JQG585' TO X93-PROGRAMME                        JQG585
016700      MOVE       'QH' TO X93-RESSOURCE                            JQG585
016800      CALL       'SY0093' USING SY0093-PARMS                      JQG585
016900      IF         X93-REFUSE                                       JQG585
017000      DISPLAY    'VERROU QH DETENU PAR ' X93-DETENTEUR            JQG585
017100                 ' DEPUIS ' X93-DEPUIS                            JQG585
017200      MOVE       8 TO RETURN-CODE                                 JQG585
017300      GO TO      R98                                              JQG585
017400      END-IF                                                      JQG585
017500      MOVE       'O' TO W-VERROU.                                 JQG585
017600 R00V-FN.  EXIT.                                                  JQG585
017700 R01.      OPEN INPUT               SN-FICHIER.                   JQG585
017800      IF         SN-STATUS  NOT  =  '00'                          JQG585
017900      DISPLAY    'PHOTO SNAPCO ABSENTE - ARRET'                   JQG585
018000      MOVE       8 TO RETURN-CODE                                 JQG585
018100      GO TO      R98.                                             JQG585
018200      OPEN INPUT                     QH-FICHIER.                  JQG585
018300      IF        1-QH01-STATUS  NOT  = ZERO                        JQG585
018400           AND  1-QH01-STATUS  NOT  = '97'                        JQG585
018500      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQG585
018600                 1-QH01-STATUS                                    JQG585
018700      CLOSE      SN-FICHIER                                       JQG585
018800      MOVE       8 TO RETURN-CODE                                 JQG585
018900      GO TO      R98.                                             JQG585
019000      OPEN OUTPUT               CO-FICHIER                        JQG585
019100                                RP-FICHIER.                       JQG585
019200      WRITE      RP-REC FROM LIGNE-TITRE.                         JQG585
019300      WRITE      RP-REC FROM LIGNE-COLS.                          JQG585
019400      MOVE       SPACES TO CO00                                   JQG585
019500      MOVE       'HDR' TO CO00-TYPE                               JQG585
019600      MOVE       'JQG585' TO CO00-PGM                             JQG585
019700      MOVE       X99-DATE-8 TO CO00-DATE                          JQG585
019800      WRITE      CO00.                                            JQG585
019900      PERFORM    R10 THRU R10-FN.                                 JQG585
020000      PERFORM    R11 THRU R11-FN.                                 JQG585
020100 R01-FN.   EXIT.                                                  JQG585
020200*          NOTE * APPAREILLAGE DES DEUX FICHIERS PAR CLE *.       JQG585
020300 R05.      IF         FIN-SN  AND  FIN-QH                         JQG585
020400      GO TO      R05-FN.                                          JQG585
020500      IF         W-SN-CLE  =  W-QH-CLE                            JQG585
020600      PERFORM    R20 THRU R20-FN                                  JQG585
020700      PERFORM    R10 THRU R10-FN                                  JQG585
020800      PERFORM    R11 THRU R11-FN                                  JQG585
020900      GO TO      R05.                                             JQG585
021000      IF         W-SN-CLE  <  W-QH-CLE                            JQG585
021100      PERFORM    R30 THRU R30-FN                                  JQG585
021200      PERFORM    R10 THRU R10-FN                                  JQG585
021300      GO TO      R05.                                             JQG585
021400      PERFORM    R40 THRU R40-FN                                  JQG585
021500      PERFORM    R11 THRU R11-FN                                  JQG585
021600      GO TO      R05.                                             JQG585
021700 R05-FN.   EXIT.                                                  JQG585
021800 R06.      IF         W-SN-TRL  =  'O'                            JQG585
021900            AND  W-SN-TRLCPT  NOT  =  5-SN-LUS                    JQG585
022000      DISPLAY    'TRL SNAPCO = ' W-SN-TRLCPT                      JQG585
022100                 ' ENREGISTREMENTS LUS = ' 5-SN-LUS               JQG585
022200      MOVE       SPACES TO LIGNE-DET                              JQG585
022300      MOVE       'PHOTO SNAPCO INCOMPLETE' TO LD-ECART            JQG585
022400      MOVE       'RAPPROCHEMENT NON FIABLE' TO LD-ACTION          JQG585
022500      WRITE      RP-REC FROM LIGNE-DET                            JQG585
022600      MOVE       8 TO RETURN-CODE.                                JQG585
022700      MOVE       SPACES TO CO00                                   JQG585
022800      MOVE       'TRL' TO CO00-TYPE                               JQG585
022900      MOVE       5-CO-ECRITS TO CO00-CPT                          JQG585
023000      MOVE       W-CO-HASH TO CO00-HASH                           JQG585
023100      WRITE      CO00.                                            JQG585
023200      GO TO      R80.                                             JQG585
023300 R06-FN.   EXIT.                                                  JQG585
023400*          NOTE * LECTURE PHOTO : HDR IGNORE, TRL = NOMBRE *.     JQG585
023500 R10.      IF         FIN-SN                                      JQG585
023600      GO TO      R10-FN.                                          JQG585
023700      READ       SN-FICHIER                                       JQG585
023800      AT END     GO TO      R10-EOF.                              JQG585
023900      IF         SN00-TYPE  =  'HDR'                              JQG585
024000      GO TO      R10.                                             JQG585
024100      IF         SN00-TYPE  =  'TRL'                              JQG585
024200      MOVE       'O' TO W-SN-TRL                                  JQG585
024300      MOVE       SN00-CPT TO W-SN-TRLCPT                          JQG585
024400      GO TO      R10.                                             JQG585
024500      ADD        1 TO 5-SN-LUS                                    JQG585
024600      MOVE       SN00-KQH01 TO W-SN-CLE.                          JQG585
024700      IF         W-SN-CLE  NOT  >  W-SN-PREC                      JQG585
024800      DISPLAY    'PHOTO SNAPCO HORS SEQUENCE OU EN DOUBLE : '     JQG585
024900                 W-SN-CLE                                         JQG585
025000      DISPLAY    'CLE PRECEDENTE : ' W-SN-PREC                    JQG585
025100      MOVE       8 TO RETURN-CODE                                 JQG585
025200      CLOSE      SN-FICHIER QH-FICHIER CO-FICHIER RP-FICHIER      JQG585
025300      GO TO      R98.                                             JQG585
025400      MOVE       W-SN-CLE TO W-SN-PREC.                           JQG585
025500      GO TO      R10-FN.                                          JQG585
025600 R10-EOF.  MOVE       '1' TO IK-FIN-SN                            JQG585
025700      MOVE       HIGH-VALUE TO W-SN-CLE.                          JQG585
025800 R10-FN.   EXIT.                                                  JQG585
025900*          NOTE * LECTURE QH : SEULES LES COMMANDES OUVERTES *    JQG585
026000*          NOTE * (NI ANNULEES NI SOLDEES) SONT ATTENDUES    *    JQG585
026100*          NOTE * DANS LA PHOTO ; LES AUTRES NE SONT PRISES  *    JQG585
026200*          NOTE * QUE SI LA PHOTO LES CONTIENT.              *.   JQG585
026300 R11.      IF         FIN-QH                                      JQG585
026400      GO TO      R11-FN.                                          JQG585
026500      READ       QH-FICHIER NEXT RECORD                           JQG585
026600      AT END     GO TO      R11-EOF.                              JQG585
026700      ADD        1 TO 5-QH-LUS                                    JQG585
026800      MOVE       QH00-KQH01 TO W-QH-CLE.                          JQG585
026900      GO TO      R11-FN.                                          JQG585
027000 R11-EOF.  MOVE       '1' TO IK-FIN-QH                            JQG585
027100      MOVE       HIGH-VALUE TO W-QH-CLE.                          JQG585
027200 R11-FN.   EXIT.                                                  JQG585
027300*          NOTE * COMMANDE PRESENTE DES DEUX COTES *.             JQG585
027400 R20.      IF         QH00-CCA1A  NOT  =  'A'                     JQG585
027500            AND  QH00-CEN1A  NOT  =  'T'                          JQG585
027600      ADD        1 TO 5-QH-OUVERTS.                               JQG585
027700      MOVE       'N' TO W-ECART-VU                                JQG585
027800      MOVE       'N' TO W-CO-ECRIT.                               JQG585
027900      IF         SN00-QCD1B  NOT  =  QH00-QCD1B                   JQG585
028000      PERFORM    R21 THRU R21-FN.                                 JQG585
028100      IF         SN00-CCD1A  NOT  =  QH00-CCD1A                   JQG585
028200      MOVE       'O' TO W-ECART-VU                                JQG585
028300      ADD        1 TO 5-RC-STATUT                                 JQG585
028400      MOVE       SPACES TO LIGNE-DET                              JQG585
028500      MOVE       W-SN-CLE TO LD-CLE                               JQG585
028600      MOVE       'STATUT (CCD1A) DIFFERENT' TO LD-ECART           JQG585
028700      MOVE       SN00-CCD1A TO LD-PHOTO                           JQG585
028800      MOVE       QH00-CCD1A TO LD-QH                              JQG585
028900      MOVE       'CORRECTION MANUELLE' TO LD-ACTION               JQG585
029000      ADD        1 TO 5-RC-MANUEL                                 JQG585
029100      WRITE      RP-REC FROM LIGNE-DET.                           JQG585
029200      IF         SN00-CCANA  NOT  =  QH00-CCANA                   JQG585
029300      MOVE       'O' TO W-ECART-VU                                JQG585
029400      ADD        1 TO 5-RC-CANAL                                  JQG585
029500      MOVE       SPACES TO LIGNE-DET                              JQG585
029600      MOVE       W-SN-CLE TO LD-CLE                               JQG585
029700      MOVE       'CANAL (CCANA) DIFFERENT' TO LD-ECART            JQG585
029800      MOVE       SN00-CCANA TO LD-PHOTO                           JQG585
029900      MOVE       QH00-CCANA TO LD-QH                              JQG585
030000      PERFORM    R22 THRU R22-FN                                  JQG585
030100      WRITE      RP-REC FROM LIGNE-DET.                           JQG585
030200      IF         W-ECART-VU  =  'N'                               JQG585
030300      ADD        1 TO 5-RC-CONCORD.                               JQG585
030400 R20-FN.   EXIT.                                                  JQG585
030500*          NOTE * ECART DE QUANTITE : UN MOUVEMENT KA AJOUTE 1 *  JQG585
030600*          NOTE * A LA QUANTITE ; UNE QUANTITE QH SUPERIEURE   *  JQG585
030700*          NOTE * RELEVE D UNE ANNULATION (CX).                *. JQG585
030800 R21.      MOVE       'O' TO W-ECART-VU                           JQG585
030900      ADD        1 TO 5-RC-QTE                                    JQG585
031000      MOVE       SPACES TO LIGNE-DET                              JQG585
031100      MOVE       W-SN-CLE TO LD-CLE                               JQG585
031200      MOVE       'QUANTITE DIFFERENTE' TO LD-ECART                JQG585
031300      MOVE       SN00-QCD1B TO W-QTE-EDIT                         JQG585
031400      MOVE       W-QTE-EDIT TO LD-PHOTO                           JQG585
031500      MOVE       QH00-QCD1B TO W-QTE-EDIT                         JQG585
031600      MOVE       W-QTE-EDIT TO LD-QH.                             JQG585
031700      IF         SN00-QCD1B  <  QH00-QCD1B                        JQG585
031800      MOVE       'CORRECTION MANUELLE (CX)' TO LD-ACTION          JQG585
031900      ADD        1 TO 5-RC-MANUEL                                 JQG585
032000      WRITE      RP-REC FROM LIGNE-DET                            JQG585
032100      GO TO      R21-FN.                                          JQG585
032200      PERFORM    R50 THRU R50-FN.                                 JQG585
032300      IF         W-CO-ECRIT  =  'N'                               JQG585
032400      MOVE       'MOUVEMENT KA NON ECRIT' TO LD-ACTION            JQG585
032500      ADD        1 TO 5-RC-MANUEL                                 JQG585
032600      WRITE      RP-REC FROM LIGNE-DET                            JQG585
032700      GO TO      R21-FN.                                          JQG585
032800      COMPUTE    W-ECART = SN00-QCD1B - QH00-QCD1B - 1.           JQG585
032900      IF         W-ECART  =  ZERO                                 JQG585
033000      MOVE       'MOUVEMENT KA +1' TO LD-ACTION                   JQG585
033100      ELSE                                                        JQG585
033200      MOVE       'MOUVEMENT KA +1, RELIQUAT A REVOIR'             JQG585
033300                 TO LD-ACTION                                     JQG585
033400      ADD        1 TO 5-RC-MANUEL.                                JQG585
033500      WRITE      RP-REC FROM LIGNE-DET.                           JQG585
033600 R21-FN.   EXIT.                                                  JQG585
033700*          NOTE * CANAL : CORRIGE PAR LE MOUVEMENT KA S IL Y EN * JQG585
033800*          NOTE * A UN POUR LA CLE, SINON CORRECTION MANUELLE   *.JQG585
033900 R22.      IF         SN00-QCD1B  >  QH00-QCD1B                   JQG585
034000            AND  W-CO-ECRIT  =  'O'                               JQG585
034100      MOVE       'CORRIGE PAR LE MOUVEMENT KA' TO LD-ACTION       JQG585
034200      ELSE                                                        JQG585
034300      MOVE       'CORRECTION MANUELLE' TO LD-ACTION               JQG585
034400      ADD        1 TO 5-RC-MANUEL.                                JQG585
034500 R22-FN.   EXIT.                                                  JQG585
034600*          NOTE * COMMANDE DE LA PHOTO ABSENTE DE QH *.           JQG585
034700 R30.      ADD        1 TO 5-RC-ABSQH                             JQG585
034800      MOVE       SPACES TO LIGNE-DET                              JQG585
034900      MOVE       W-SN-CLE TO LD-CLE                               JQG585
035000      MOVE       'ABSENTE DE QH' TO LD-ECART                      JQG585
035100      MOVE       SN00-QCD1B TO W-QTE-EDIT                         JQG585
035200      MOVE       W-QTE-EDIT TO LD-PHOTO                           JQG585
035300      PERFORM    R50 THRU R50-FN.                                 JQG585
035400      IF         W-CO-ECRIT  =  'N'                               JQG585
035500      MOVE       'MOUVEMENT KA NON ECRIT' TO LD-ACTION            JQG585
035600      ADD        1 TO 5-RC-MANUEL                                 JQG585
035700      ELSE                                                        JQG585
035800      IF         SN00-QCD1B  >  1                                 JQG585
035900      MOVE       'CREATION KA, RELIQUAT A REVOIR' TO LD-ACTION    JQG585
036000      ADD        1 TO 5-RC-MANUEL                                 JQG585
036100      ELSE                                                        JQG585
036200      MOVE       'CREATION KA' TO LD-ACTION                       JQG585
036300      END-IF                                                      JQG585
036400      END-IF                                                      JQG585
036500      WRITE      RP-REC FROM LIGNE-DET.                           JQG585
036600 R30-FN.   EXIT.                                                  JQG585
036700*          NOTE * COMMANDE QH ABSENTE DE LA PHOTO *.              JQG585
036800 R40.      IF         QH00-CCA1A  =  'A'                          JQG585
036900            OR   QH00-CEN1A  =  'T'                               JQG585
037000      GO TO      R40-FN.                                          JQG585
037100      ADD        1 TO 5-QH-OUVERTS                                JQG585
037200      ADD        1 TO 5-RC-ABSSN                                  JQG585
037300      ADD        1 TO 5-RC-MANUEL                                 JQG585
037400      MOVE       SPACES TO LIGNE-DET                              JQG585
037500      MOVE       W-QH-CLE TO LD-CLE                               JQG585
037600      MOVE       'ABSENTE DE LA PHOTO' TO LD-ECART                JQG585
037700      MOVE       QH00-QCD1B TO W-QTE-EDIT                         JQG585
037800      MOVE       W-QTE-EDIT TO LD-QH                              JQG585
037900      MOVE       'CORRECTION MANUELLE (CX)' TO LD-ACTION          JQG585
038000      WRITE      RP-REC FROM LIGNE-DET.                           JQG585
038100 R40-FN.   EXIT.                                                  JQG585
038200*          NOTE * MOUVEMENT KA DE CORRECTION.  JQGM85 ECARTE  *   JQG585
038300*          NOTE * COMME DOUBLON UN SECOND MOUVEMENT NCNCP +   *   JQG585
038400*          NOTE * DCD1A DANS LE LOT : UN SEUL PAR COUPLE.     *.  JQG585
038500 R50.      MOVE       'N' TO W-CO-ECRIT.                          JQG585
038600      IF         W-CO-PREC  =  SN00-KQH01 (1:19)                  JQG585
038700      GO TO      R50-FN.                                          JQG585
038800      MOVE       SPACES TO CO00                                   JQG585
038900      MOVE       SN00-NCNCP TO CO00-NCNCP                         JQG585
039000      MOVE       SN00-DCD1A TO CO00-DCD1A                         JQG585
039100      MOVE       SN00-CPD1A TO CO00-CPD1A                         JQG585
039200      MOVE       SN00-CCD1D TO CO00-CCD1D                         JQG585
039300      MOVE       SN00-CCANA TO CO00-CCANA                         JQG585
039400      WRITE      CO00                                             JQG585
039500      ADD        1 TO 5-CO-ECRITS                                 JQG585
039600      ADD        SN00-DCD1A TO W-CO-HASH                          JQG585
039700      MOVE       SN00-KQH01 (1:19) TO W-CO-PREC                   JQG585
039800      MOVE       'O' TO W-CO-ECRIT.                               JQG585
039900 R50-FN.   EXIT.                                                  JQG585
040000 R80.                                                             JQG585
040100      MOVE       'COMMANDES PHOTO LUES          ' TO LT-LIB       JQG585
040200      MOVE       5-SN-LUS TO LT-CPT                               JQG585
040300      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
040400      MOVE       'COMMANDES QH OUVERTES         ' TO LT-LIB       JQG585
040500      MOVE       5-QH-OUVERTS TO LT-CPT                           JQG585
040600      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
040700      MOVE       'COMMANDES CONCORDANTES        ' TO LT-LIB       JQG585
040800      MOVE       5-RC-CONCORD TO LT-CPT                           JQG585
040900      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
041000      MOVE       'ABSENTES DE QH                ' TO LT-LIB       JQG585
041100      MOVE       5-RC-ABSQH TO LT-CPT                             JQG585
041200      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
041300      MOVE       'ABSENTES DE LA PHOTO          ' TO LT-LIB       JQG585
041400      MOVE       5-RC-ABSSN TO LT-CPT                             JQG585
041500      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
041600      MOVE       'ECARTS DE QUANTITE            ' TO LT-LIB       JQG585
041700      MOVE       5-RC-QTE TO LT-CPT                               JQG585
041800      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
041900      MOVE       'ECARTS DE STATUT              ' TO LT-LIB       JQG585
042000      MOVE       5-RC-STATUT TO LT-CPT                            JQG585
042100      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
042200      MOVE       'ECARTS DE CANAL               ' TO LT-LIB       JQG585
042300      MOVE       5-RC-CANAL TO LT-CPT                             JQG585
042400      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
042500      MOVE       'MOUVEMENTS KA ECRITS (CORKA)  ' TO LT-LIB       JQG585
042600      MOVE       5-CO-ECRITS TO LT-CPT                            JQG585
042700      WRITE      RP-REC FROM LIGNE-TOT                            JQG585
042800      MOVE       'ECARTS A CORRIGER A LA MAIN   ' TO LT-LIB       JQG585
042900      MOVE       5-RC-MANUEL TO LT-CPT                            JQG585
043000      WRITE      RP-REC FROM LIGNE-TOT.                           JQG585
043100      CLOSE      SN-FICHIER                                       JQG585
043200                 QH-FICHIER                                       JQG585
043300                 CO-FICHIER                                       JQG585
043400                 RP-FICHIER.                                      JQG585
043500      DISPLAY    'COMMANDES PHOTO LUES   = ' 5-SN-LUS             JQG585
043600      DISPLAY    'ABSENTES DE QH         = ' 5-RC-ABSQH           JQG585
043700      DISPLAY    'ABSENTES DE LA PHOTO   = ' 5-RC-ABSSN           JQG585
043800      DISPLAY    'MOUVEMENTS KA (CORKA)  = ' 5-CO-ECRITS          JQG585
043900      DISPLAY    'A CORRIGER A LA MAIN   = ' 5-RC-MANUEL.         JQG585
044000      IF         RETURN-CODE  =  ZERO                             JQG585
044100        AND     (5-RC-ABSQH  NOT  =  ZERO                         JQG585
044200            OR   5-RC-ABSSN  NOT  =  ZERO                         JQG585
044300            OR   5-RC-QTE    NOT  =  ZERO                         JQG585
044400            OR   5-RC-STATUT NOT  =  ZERO                         JQG585
044500            OR   5-RC-CANAL  NOT  =  ZERO)                        JQG585
044600      MOVE       4 TO RETURN-CODE.                                JQG585
044700 R80-FN.   EXIT.                                                  JQG585
044800 R98.                                                             JQG585
044900      MOVE       'F' TO X95-PHASE                                 JQG585
045000      MOVE       5-SN-LUS TO X95-CPT-ENTREE                       JQG585
045100      MOVE       5-CO-ECRITS TO X95-CPT-SORTIE                    JQG585
045200      MOVE       5-RC-MANUEL TO X95-CPT-REJET                     JQG585
045300      IF         RETURN-CODE  =  ZERO                             JQG585
045400      MOVE       'OK' TO X95-ETAT                                 JQG585
045500      ELSE                                                        JQG585
045600      IF         RETURN-CODE  =  4                                JQG585
045700      MOVE       'ALERTE' TO X95-ETAT                             JQG585
045800      ELSE                                                        JQG585
045900      MOVE       'ANOMALIE' TO X95-ETAT                           JQG585
046000      END-IF                                                      JQG585
046100      END-IF                                                      JQG585
046200      CALL       'SY0095' USING SY0095-PARMS.                     JQG585
046300 R98-FN.   EXIT.                                                  JQG585
046400 R99.      EXIT.                                                  JQG585
046500 R99-FN.   EXIT.                                                  JQG585
046600 R99V.     IF         W-VERROU  =  'O'                            JQG585
046700      MOVE       'L' TO X93-FONCTION                              JQG585
046800      MOVE       'JQG585' TO X93-PROGRAMME                        JQG585
046900      MOVE       'QH' TO X93-RESSOURCE                            JQG585
047000      CALL       'SY0093' USING SY0093-PARMS.                     JQG585
047100 R99V-FN.  EXIT.                                                  JQG585
047200      GOBACK.                                                     JQG585

000100 IDENTIFICATION DIVISION.                                         JQG185
000200 PROGRAM-ID.  JQG185.                                             JQG185
000300*AUTHOR.         EDITION DES AJUSTEMENTS TARDIFS SUR MOIS CLOS.   JQG185
000400*DATE-COMPILED.                                                   JQG185
000500*          NOTE * LISTE PAR MOIS LES MISES A JOUR QH DETOURNEES  *JQG185
000600*               * VERS LATQH PAR JQGM85, JQGF85 ET JQGU85 CAR LA *JQG185
000700*               * COMMANDE APPARTIENT A UN MOIS CLOS (JQGG85).   *JQG185
000800*               * L ETAT ACTUEL DU MOIS EST RAPPELE POUR AIDER   *JQG185
000900*               * LA FINANCE A DECIDER D UNE REOUVERTURE.        *JQG185
001000 ENVIRONMENT DIVISION.                                            JQG185
001100 CONFIGURATION SECTION.                                           JQG185
001200 SOURCE-COMPUTER. IBM-370.                                        JQG185
001300 OBJECT-COMPUTER. IBM-370.                                        JQG185
001400 INPUT-OUTPUT SECTION.                                            JQG185
001500 FILE-CONTROL.                                                    JQG185
001600      SELECT     LA-FICHIER    ASSIGN    TO  LATQH                JQG185
001700      FILE STATUS IS                    LA-STATUS.                JQG185
001800      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQG185
001900      SELECT     RP-FICHIER    ASSIGN    TO  LATRPT.              JQG185
002000 DATA DIVISION.                                                   JQG185
002100 FILE SECTION.                                                    JQG185
002200 FD                 LA-FICHIER                                    JQG185
002300      BLOCK              00000 RECORDS                            JQG185
002400      RECORDING  F.                                               JQG185
002500 01                 LA-REC      PICTURE  X(223).                  JQG185
002600 SD                 TR-FICHIER.                                   JQG185
002700 01                 TR-ENR.                                       JQG185
002800      10            TR-PROGRAMME PICTURE X(8).                    JQG185
002900      10            TR-ORIGINE  PICTURE  X(2).                    JQG185
003000      10            TR-KQH01.                                     JQG185
003100      11            TR-NCNCP    PICTURE  X(11).                   JQG185
003200      11            TR-DCD1A    PICTURE  9(8).                    JQG185
003300      11            TR-CPD1A    PICTURE  X(2).                    JQG185
003400      10            TR-MOIS     PICTURE  9(6).                    JQG185
003500      10            TR-TIMESTAMP PICTURE X(26).                   JQG185
003600      10            TR-QH00     PICTURE  X(80).                   JQG185
003700      10            TR-MVT      PICTURE  X(80).                   JQG185
003800 FD                 RP-FICHIER                                    JQG185
003900      BLOCK              00000 RECORDS                            JQG185
004000      RECORDING  F.                                               JQG185
004100 01                 RP-REC      PICTURE  X(132).                  JQG185
004200 WORKING-STORAGE SECTION.                                         JQG185
004300 01                 LA-STATUS   PICTURE  XX VALUE ZERO.           JQG185
004400 01                 IK-FIN-LA   PICTURE  X  VALUE  '0'.           JQG185
004500      88            FIN-LA                VALUE  '1'.             JQG185
004600 01                 IK-FIN-TRI  PICTURE  X  VALUE  '0'.           JQG185
004700      88            FIN-TRI               VALUE  '1'.             JQG185
004800 01                 W-MOIS-PREC PICTURE  9(6) VALUE ZERO.         JQG185
004900 01                 W-PREMIER   PICTURE  X  VALUE 'O'.            JQG185
005000*          NOTE * IMAGE QH AU MOMENT DU DETOURNEMENT *.           JQG185
005100 01                 W-AV.                                         JQG185
005200      10            W-AV-KQH01  PICTURE  X(21).                   JQG185
005300      10            W-AV-CCD1A  PICTURE  X.                       JQG185
005400      10            W-AV-QEN1A  PICTURE  999.                     JQG185
005500      10            W-AV-CCD1D  PICTURE  X.                       JQG185
005600      10            W-AV-QCD1B  PICTURE  9(4).                    JQG185
005700      10            W-AV-CCA1A  PICTURE  X.                       JQG185
005800      10            W-AV-CEN1A  PICTURE  X.                       JQG185
005900      10            FILLER      PICTURE  X(48).                   JQG185
006000*          NOTE * MOUVEMENT REFUSE : KA, CX, LV, TR, AL OU CR *.  JQG185
006100 01                 W-MVT       PICTURE  X(80).                   JQG185
006200 01                 W-MVT-KA    REDEFINES W-MVT.                  JQG185
006300      10            FILLER      PICTURE  X(21).                   JQG185
006400      10            W-KA-CCD1D  PICTURE  X.                       JQG185
006500      10            W-KA-CCANA  PICTURE  X(2).                    JQG185
006600      10            FILLER      PICTURE  X(56).                   JQG185
006700 01                 W-MVT-CX    REDEFINES W-MVT.                  JQG185
006800      10            FILLER      PICTURE  X(21).                   JQG185
006900      10            W-CX-QANN   PICTURE  999.                     JQG185
007000      10            W-CX-CMOTIF PICTURE  X(2).                    JQG185
007100      10            FILLER      PICTURE  X(54).                   JQG185
007200 01                 W-MVT-LV    REDEFINES W-MVT.                  JQG185
007300      10            FILLER      PICTURE  X(21).                   JQG185
007400      10            W-LV-NEN1A  PICTURE  9(8).                    JQG185
007500      10            W-LV-CEN1A  PICTURE  X.                       JQG185
007600      10            W-LV-QEN1A  PICTURE  999.                     JQG185
007700      10            W-LV-NCHSU  PICTURE  X(20).                   JQG185
007800      10            FILLER      PICTURE  X(27).                   JQG185
007900 01                 W-MVT-CR    REDEFINES W-MVT.                  JQG185
008000      10            FILLER      PICTURE  X(21).                   JQG185
008100      10            W-CR-CCD1A  PICTURE  X.                       JQG185
008200      10            W-CR-QEN1A  PICTURE  999.                     JQG185
008300      10            W-CR-CCD1D  PICTURE  X.                       JQG185
008400      10            W-CR-QCD1B  PICTURE  9(4).                    JQG185
008500      10            W-CR-CCA1A  PICTURE  X.                       JQG185
008600      10            FILLER      PICTURE  X(49).                   JQG185
008610 01                 W-MVT-TR    REDEFINES W-MVT.                  JQG185
008620      10            FILLER      PICTURE  X(21).                   JQG185
008630      10            W-TR-CPD1N  PICTURE  X(2).                    JQG185
008640      10            FILLER      PICTURE  X(57).                   JQG185
008650 01                 W-MVT-AL    REDEFINES W-MVT.                  JQG185
008660      10            FILLER      PICTURE  X(21).                   JQG185
008670      10            W-AL-NCHSU  PICTURE  X(20).                   JQG185
008680      10            W-AL-DPLAN  PICTURE  9(8).                    JQG185
008690      10            FILLER      PICTURE  X(31).                   JQG185
008700 01                 COMPTEURS-LAT COMPUTATIONAL-3.                JQG185
008800      05       5-LA-LUS      PICTURE S9(9) VALUE ZERO.            JQG185
008900      05       5-LA-EDITES   PICTURE S9(9) VALUE ZERO.            JQG185
009000      05       5-LA-MOIS     PICTURE S9(9) VALUE ZERO.            JQG185
009100      05       5-LA-KA       PICTURE S9(9) VALUE ZERO.            JQG185
009200      05       5-LA-CX       PICTURE S9(9) VALUE ZERO.            JQG185
009300      05       5-LA-LV       PICTURE S9(9) VALUE ZERO.            JQG185
009400      05       5-LA-CR       PICTURE S9(9) VALUE ZERO.            JQG185
009410      05       5-LA-TR       PICTURE S9(9) VALUE ZERO.            JQG185
009420      05       5-LA-AL       PICTURE S9(9) VALUE ZERO.            JQG185
009500     COPY SY0090.                                                 JQG185
009600     COPY SY0095.                                                 JQG185
009700     COPY SY0099.                                                 JQG185
009800 01  LIGNE-TITRE.                                                 JQG185
009900      05  FILLER  PICTURE X(44) VALUE                             JQG185
010000          'AJUSTEMENTS TARDIFS SUR MOIS CLOS - EDITION '.         JQG185
010100      05  LT-DATE PICTURE 9(8).                                   JQG185
010200      05  FILLER  PICTURE X(80) VALUE SPACE.                      JQG185
010300 01  LIGNE-MOIS.                                                  JQG185
010400      05  FILLER     PICTURE X(05) VALUE 'MOIS '.                 JQG185
010500      05  LM-MOIS    PICTURE 9(6).                                JQG185
010600      05  FILLER     PICTURE X(17) VALUE ' - ETAT ACTUEL : '.     JQG185
010700      05  LM-ETAT    PICTURE X(7).                                JQG185
010800      05  FILLER     PICTURE X(97) VALUE SPACE.                   JQG185
010900 01  LIGNE-COLS.                                                  JQG185
011000      05  FILLER  PICTURE X(20) VALUE 'HORODATAGE'.               JQG185
011100      05  FILLER  PICTURE X(09) VALUE 'PROGRAM'.                  JQG185
011200      05  FILLER  PICTURE X(12) VALUE 'COMMANDE'.                 JQG185
011300      05  FILLER  PICTURE X(09) VALUE 'DATE'.                     JQG185
011400      05  FILLER  PICTURE X(04) VALUE 'PDV'.                      JQG185
011500      05  FILLER  PICTURE X(16) VALUE 'QH CDE ENV A/T'.           JQG185
011600      05  FILLER  PICTURE X(11) VALUE 'NATURE'.                   JQG185
011700      05  FILLER  PICTURE X(10) VALUE 'QTE1 QTE2'.                JQG185
011800      05  FILLER  PICTURE X(41) VALUE 'REFERENCE'.                JQG185
011900 01  LIGNE-DET.                                                   JQG185
012000      05  LD-TS      PICTURE X(19).                               JQG185
012100      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
012200      05  LD-PROG    PICTURE X(8).                                JQG185
012300      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
012400      05  LD-NCNCP   PICTURE X(11).                               JQG185
012500      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
012600      05  LD-DCD1A   PICTURE 9(8).                                JQG185
012700      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
012800      05  LD-CPD1A   PICTURE X(2).                                JQG185
012900      05  FILLER     PICTURE X(4)  VALUE SPACE.                   JQG185
013000      05  LD-QCD     PICTURE Z(3)9.                               JQG185
013100      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
013200      05  LD-QEN     PICTURE ZZ9.                                 JQG185
013300      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
013400      05  LD-CCA1A   PICTURE X.                                   JQG185
013500      05  FILLER     PICTURE X     VALUE '/'.                     JQG185
013600      05  LD-CEN1A   PICTURE X.                                   JQG185
013700      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQG185
013800      05  LD-NATURE  PICTURE X(10).                               JQG185
013900      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
014000      05  LD-QTE1    PICTURE Z(3)9 BLANK WHEN ZERO.               JQG185
014100      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
014200      05  LD-QTE2    PICTURE Z(3)9 BLANK WHEN ZERO.               JQG185
014300      05  FILLER     PICTURE X     VALUE SPACE.                   JQG185
014400      05  LD-REF     PICTURE X(20).                               JQG185
014500      05  FILLER     PICTURE X(21) VALUE SPACE.                   JQG185
014600 01  LIGNE-TOT.                                                   JQG185
014700      05  LT-LIB     PICTURE X(30).                               JQG185
014800      05  LT-CPT     PICTURE Z(8)9.                               JQG185
014900      05  FILLER     PICTURE X(93) VALUE SPACE.                   JQG185
015000 PROCEDURE DIVISION.                                              JQG185
015100 L100.                                                            JQG185
015200      MOVE       'JQG185' TO X95-PROGRAMME                        JQG185
015300      MOVE       'D' TO X95-PHASE                                 JQG185
015400      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG185
015500                 X95-CPT-REJET                                    JQG185
015600      MOVE       SPACES TO X95-ETAT                               JQG185
015700      CALL       'SY0095' USING SY0095-PARMS                      JQG185
015800      MOVE       'C' TO X99-FONCTION                              JQG185
015900      CALL       'SY0099' USING SY0099-PARMS                      JQG185
016000      MOVE       X99-DATE-8 TO LT-DATE.                           JQG185
016100      SORT       TR-FICHIER                                       JQG185
016200                 ASCENDING KEY TR-MOIS TR-KQH01 TR-TIMESTAMP      JQG185
016300                 INPUT PROCEDURE IS L110CHG THRU L110CHG-FN       JQG185
016400                 OUTPUT PROCEDURE IS L150EDI THRU L150EDI-FN.     JQG185
016500      DISPLAY    'AJUSTEMENTS LUS        = ' 5-LA-LUS             JQG185
016600      DISPLAY    'AJUSTEMENTS EDITES     = ' 5-LA-EDITES.         JQG185
016700 L100-FN.  EXIT.                                                  JQG185
016800 L198.                                                            JQG185
016900      MOVE       'F' TO X95-PHASE                                 JQG185
017000      MOVE       5-LA-LUS TO X95-CPT-ENTREE                       JQG185
017100      MOVE       5-LA-EDITES TO X95-CPT-SORTIE                    JQG185
017200      MOVE       ZERO TO X95-CPT-REJET                            JQG185
017300      MOVE       'OK' TO X95-ETAT                                 JQG185
017400      CALL       'SY0095' USING SY0095-PARMS.                     JQG185
017500 L198-FN.  EXIT.                                                  JQG185
017600 L199.     GOBACK.                                                JQG185
017700 L110CHG.  OPEN INPUT                LA-FICHIER.                  JQG185
017800      IF         LA-STATUS  NOT  =  '00'                          JQG185
017900      DISPLAY    'FICHIER LATQH ABSENT - AUCUN AJUSTEMENT TARDIF' JQG185
018000      GO TO      L110CHG-FN.                                      JQG185
018100 L110CHG-10. READ      LA-FICHIER                                 JQG185
018200      AT END     MOVE '1' TO IK-FIN-LA                            JQG185
018300      GO TO      L110CHG-90.                                      JQG185
018400      MOVE       LA-REC TO TR-ENR                                 JQG185
018500      RELEASE    TR-ENR                                           JQG185
018600      ADD        1 TO 5-LA-LUS                                    JQG185
018700      GO TO      L110CHG-10.                                      JQG185
018800 L110CHG-90. CLOSE     LA-FICHIER.                                JQG185
018900 L110CHG-FN. EXIT.                                                JQG185
019000 L150EDI.                                                         JQG185
019100      OPEN OUTPUT               RP-FICHIER.                       JQG185
019200      WRITE      RP-REC FROM LIGNE-TITRE.                         JQG185
019300 L150EDI-10. RETURN    TR-FICHIER                                 JQG185
019400      AT END     MOVE '1' TO IK-FIN-TRI                           JQG185
019500      GO TO      L150EDI-90.                                      JQG185
019600      IF         W-PREMIER  =  'O'                                JQG185
019700      MOVE       'N' TO W-PREMIER                                 JQG185
019800      PERFORM    L160MOI THRU L160MOI-FN                          JQG185
019900      ELSE                                                        JQG185
020000      IF         TR-MOIS  NOT  =  W-MOIS-PREC                     JQG185
020100      PERFORM    L170TOT THRU L170TOT-FN                          JQG185
020200      PERFORM    L160MOI THRU L160MOI-FN.                         JQG185
020300      PERFORM    L155DET THRU L155DET-FN.                         JQG185
020400      GO TO      L150EDI-10.                                      JQG185
020500 L150EDI-90.                                                      JQG185
020600      IF         W-PREMIER  =  'N'                                JQG185
020700      PERFORM    L170TOT THRU L170TOT-FN.                         JQG185
020800      MOVE       SPACES TO RP-REC                                 JQG185
020900      WRITE      RP-REC.                                          JQG185
021000      MOVE       'TOTAL AJUSTEMENTS TARDIFS' TO LT-LIB            JQG185
021100      MOVE       5-LA-EDITES TO LT-CPT                            JQG185
021200      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
021300      MOVE       'DONT COMMANDES KA' TO LT-LIB                    JQG185
021400      MOVE       5-LA-KA TO LT-CPT                                JQG185
021500      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
021600      MOVE       'DONT ANNULATIONS CX' TO LT-LIB                  JQG185
021700      MOVE       5-LA-CX TO LT-CPT                                JQG185
021800      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
021900      MOVE       'DONT EXPEDITIONS LV' TO LT-LIB                  JQG185
022000      MOVE       5-LA-LV TO LT-CPT                                JQG185
022100      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
022200      MOVE       'DONT CORRECTIONS JQGU85' TO LT-LIB              JQG185
022300      MOVE       5-LA-CR TO LT-CPT                                JQG185
022400      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
022410      MOVE       'DONT TRANSFERTS PDV TF' TO LT-LIB               JQG185
022420      MOVE       5-LA-TR TO LT-CPT                                JQG185
022430      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
022440      MOVE       'DONT AFFECTATIONS CHASSIS AL' TO LT-LIB         JQG185
022450      MOVE       5-LA-AL TO LT-CPT                                JQG185
022460      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
022500      CLOSE      RP-FICHIER.                                      JQG185
022600 L150EDI-FN. EXIT.                                                JQG185
022700 L155DET.                                                         JQG185
022800      MOVE       TR-QH00 TO W-AV                                  JQG185
022900      MOVE       TR-MVT TO W-MVT                                  JQG185
023000      MOVE       TR-TIMESTAMP (1:19) TO LD-TS                     JQG185
023100      MOVE       TR-PROGRAMME TO LD-PROG                          JQG185
023200      MOVE       TR-NCNCP TO LD-NCNCP                             JQG185
023300      MOVE       TR-DCD1A TO LD-DCD1A                             JQG185
023400      MOVE       TR-CPD1A TO LD-CPD1A                             JQG185
023500      MOVE       ZERO TO LD-QTE1 LD-QTE2                          JQG185
023600      MOVE       SPACES TO LD-REF                                 JQG185
023700      IF         W-AV-QCD1B  NUMERIC                              JQG185
023800            AND  W-AV-QEN1A  NUMERIC                              JQG185
023900      MOVE       W-AV-QCD1B TO LD-QCD                             JQG185
024000      MOVE       W-AV-QEN1A TO LD-QEN                             JQG185
024100      MOVE       W-AV-CCA1A TO LD-CCA1A                           JQG185
024200      MOVE       W-AV-CEN1A TO LD-CEN1A                           JQG185
024300      ELSE                                                        JQG185
024400      MOVE       ZERO TO LD-QCD LD-QEN                            JQG185
024500      MOVE       SPACE TO LD-CCA1A LD-CEN1A.                      JQG185
024510      MOVE       SPACES TO LD-NATURE.                             JQG185
024600      IF         TR-ORIGINE  =  'KA'                              JQG185
024700      ADD        1 TO 5-LA-KA                                     JQG185
024800      IF         W-AV  =  SPACES                                  JQG185
024900      MOVE       'CREATION' TO LD-NATURE                          JQG185
025000      ELSE                                                        JQG185
025100      MOVE       'COMMANDE' TO LD-NATURE.                         JQG185
025200      IF         TR-ORIGINE  =  'KA'                              JQG185
025300      MOVE       1 TO LD-QTE1                                     JQG185
025400      MOVE       W-KA-CCANA TO LD-REF.                            JQG185
025500      IF         TR-ORIGINE  =  'CX'                              JQG185
025600      ADD        1 TO 5-LA-CX                                     JQG185
025700      MOVE       'ANNULATION' TO LD-NATURE                        JQG185
025800      MOVE       W-CX-QANN TO LD-QTE1                             JQG185
025900      MOVE       W-CX-CMOTIF TO LD-REF.                           JQG185
026000      IF         TR-ORIGINE  =  'LV'                              JQG185
026100      ADD        1 TO 5-LA-LV                                     JQG185
026200      MOVE       'EXPEDITION' TO LD-NATURE                        JQG185
026300      MOVE       W-LV-QEN1A TO LD-QTE1                            JQG185
026400      MOVE       W-LV-NCHSU TO LD-REF.                            JQG185
026500      IF         TR-ORIGINE  =  'CR'                              JQG185
026600      ADD        1 TO 5-LA-CR                                     JQG185
026700      MOVE       'CORRECTION' TO LD-NATURE                        JQG185
026800      MOVE       W-CR-QCD1B TO LD-QTE1                            JQG185
026900      MOVE       W-CR-QEN1A TO LD-QTE2                            JQG185
027000      MOVE       W-CR-CCA1A TO LD-REF.                            JQG185
027010      IF         TR-ORIGINE  =  'TR'                              JQG185
027020      ADD        1 TO 5-LA-TR                                     JQG185
027030      MOVE       'TRANSFERT' TO LD-NATURE                         JQG185
027040      MOVE       SPACES TO LD-REF                                 JQG185
027050      STRING     'VERS PDV ' W-TR-CPD1N                           JQG185
027060                 DELIMITED BY SIZE INTO LD-REF.                   JQG185
027070      IF         TR-ORIGINE  =  'AL'                              JQG185
027080      ADD        1 TO 5-LA-AL                                     JQG185
027090      MOVE       'ALLOCATION' TO LD-NATURE                        JQG185
027095      MOVE       W-AL-NCHSU TO LD-REF.                            JQG185
027100      WRITE      RP-REC FROM LIGNE-DET                            JQG185
027200      ADD        1 TO 5-LA-EDITES                                 JQG185
027300      ADD        1 TO 5-LA-MOIS.                                  JQG185
027400 L155DET-FN. EXIT.                                                JQG185
027500*          NOTE * RUPTURE MOIS : ETAT ACTUEL SELON PERQH *.       JQG185
027600 L160MOI.                                                         JQG185
027700      MOVE       TR-MOIS TO W-MOIS-PREC                           JQG185
027800      MOVE       ZERO TO 5-LA-MOIS                                JQG185
027900      MOVE       'C' TO X90-FONCTION                              JQG185
028000      COMPUTE    X90-DATE = TR-MOIS * 100 + 1                     JQG185
028100      CALL       'SY0090' USING SY0090-PARMS                      JQG185
028200      MOVE       TR-MOIS TO LM-MOIS                               JQG185
028300      IF         X90-MOIS-CLOS                                    JQG185
028400      MOVE       'CLOS' TO LM-ETAT                                JQG185
028500      ELSE                                                        JQG185
028600      MOVE       'ROUVERT' TO LM-ETAT.                            JQG185
028700      MOVE       SPACES TO RP-REC                                 JQG185
028800      WRITE      RP-REC.                                          JQG185
028900      WRITE      RP-REC FROM LIGNE-MOIS.                          JQG185
029000      WRITE      RP-REC FROM LIGNE-COLS.                          JQG185
029100 L160MOI-FN. EXIT.                                                JQG185
029200 L170TOT.                                                         JQG185
029300      MOVE       'TOTAL DU MOIS' TO LT-LIB                        JQG185
029400      MOVE       5-LA-MOIS TO LT-CPT                              JQG185
029500      WRITE      RP-REC FROM LIGNE-TOT.                           JQG185
029600 L170TOT-FN. EXIT.                                                JQG185

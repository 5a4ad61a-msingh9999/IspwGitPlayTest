000100 IDENTIFICATION DIVISION.                                         JQG485
000200 PROGRAM-ID.  JQG485.                                             JQG485
000300*AUTHOR.         AFFECTATION DES CHASSIS PLANIFIES PAR L USINE.   JQG485
000400*DATE-COMPILED.                                                   JQG485
000500*          NOTE * FICHIER ALLOC (CLE, CHASSIS, DATE PREVUE)  *    JQG485
000600*               * APPLIQUE A QH : CHASSIS DANS NCHSU, DATE ET *   JQG485
000700*               * INDICATEUR D AFFECTATION DANS ZF015.        *   JQG485
000800*               * REJETS : COMMANDE INCONNUE, ANNULEE, SOLDEE,*   JQG485
000900*               * CHASSIS DEJA EXPEDIE OU DEJA AFFECTE A UNE  *   JQG485
001000*               * AUTRE COMMANDE (INDEX ALTERNE NCHSU).       *   JQG485
001100*               * EN FIN DE TRAITEMENT, COMMANDES OUVERTES    *   JQG485
001200*               * SANS CHASSIS DANS ATTALL (PLANIFICATION).   *   JQG485
001300*               * MOIS CLOS : AJUSTEMENT TARDIF LATQH.        *   JQG485
001400 ENVIRONMENT DIVISION.                                            JQG485
001500 CONFIGURATION SECTION.                                           JQG485
001600 SOURCE-COMPUTER. IBM-370.                                        JQG485
001700 OBJECT-COMPUTER. IBM-370.                                        JQG485
001800 INPUT-OUTPUT SECTION.                                            JQG485
001900 FILE-CONTROL.                                                    JQG485
002000      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQG485
002100      ORGANIZATION INDEXED                                        JQG485
002200      ACCESS IS DYNAMIC                                           JQG485
002300      FILE STATUS IS                   1-QH01-STATUS              JQG485
002400                                       VSAM-STATUS                JQG485
002500      RECORD KEY  IS                     QH00-KQH01               JQG485
002600      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQG485
002700      WITH DUPLICATES.                                            JQG485
002800      SELECT     AL-FICHIER    ASSIGN    TO  ALLOC                JQG485
002900      FILE STATUS IS                    AL-STATUS.                JQG485
003000      SELECT     AU-FICHIER    ASSIGN    TO  AUDQH                JQG485
003100      FILE STATUS IS                    AU-STATUS.                JQG485
003200      SELECT     AT-FICHIER    ASSIGN    TO  ATTALL.              JQG485
003300      SELECT     RP-FICHIER    ASSIGN    TO  ALLRPT.              JQG485
003400 DATA DIVISION.                                                   JQG485
003500 FILE SECTION.                                                    JQG485
003600 FD                 QH-FICHIER.                                   JQG485
003700 01                 QH00.                                         JQG485
003800      10            QH00-KQH01.                                   JQG485
003900      11            QH00-NCNCP.                                   JQG485
004000      12            QH00-NCC1A  PICTURE  9(7).                    JQG485
004100      12            QH00-ZNCLC  PICTURE  X.                       JQG485
004200      12            QH00-ZG003.                                   JQG485
004300      13            QH00-Z9001  PICTURE  9.                       JQG485
004400      13            QH00-CUGCP  PICTURE  XX.                      JQG485
004500      11            QH00-DCD1A  PICTURE  9(8).                    JQG485
004600      11            QH00-CPD1A  PICTURE  X(2).                    JQG485
004700      10            QH00-CCD1A  PICTURE  X.                       JQG485
004800      10            QH00-QEN1A  PICTURE  999.                     JQG485
004900      10            QH00-CCD1D  PICTURE  X.                       JQG485
005000      10            QH00-QCD1B  PICTURE  9(4).                    JQG485
005100      10            QH00-CCA1A  PICTURE  X.                       JQG485
005200      10            QH00-CEN1A  PICTURE  X.                       JQG485
005300      10            QH00-NEN1A  PICTURE  9(8).                    JQG485
005400      10            QH00-ZEN1A  PICTURE  9(1).                    JQG485
005500      10            QH00-CCP1A  PICTURE  9(2).                    JQG485
005600      10            QH00-NCHSU  PICTURE  X(20).                   JQG485
005700      10            QH00-CCANA  PICTURE  X(2).                    JQG485
005800      10            QH00-ZF015.                                   JQG485
005900      11            QH00-DPLAN  PICTURE  9(8).                    JQG485
006000      11            QH00-CALLOC PICTURE  X.                       JQG485
006100      11            FILLER      PICTURE  X(6).                    JQG485
006200 FD                 AL-FICHIER                                    JQG485
006300      BLOCK              00000 RECORDS                            JQG485
006400      RECORDING  F.                                               JQG485
006500 01                 AL00.                                         JQG485
006600      10            AL00-KQH01.                                   JQG485
006700      11            AL00-NCNCP  PICTURE  X(11).                   JQG485
006800      11            AL00-DCD1A  PICTURE  9(8).                    JQG485
006900      11            AL00-CPD1A  PICTURE  X(2).                    JQG485
007000      10            AL00-NCHSU  PICTURE  X(20).                   JQG485
007100      10            AL00-DPLAN  PICTURE  9(8).                    JQG485
007200      10            AL00-ZF031  PICTURE  X(31).                   JQG485
007300 FD                 AU-FICHIER                                    JQG485
007400      BLOCK              00000 RECORDS                            JQG485
007500      RECORDING  F.                                               JQG485
007600 01                 AU-REC.                                       JQG485
007700      10            AU-OPER     PICTURE  X(8).                    JQG485
007800      10            AU-DATOR    PICTURE  X(6).                    JQG485
007900      10            AU-TIMCO    PICTURE  X(6).                    JQG485
008000      10            AU-KQH01    PICTURE  X(21).                   JQG485
008100      10            AU-TYPE     PICTURE  X.                       JQG485
008200      10            AU-QH00     PICTURE  X(80).                   JQG485
008300 FD                 AT-FICHIER                                    JQG485
008400      BLOCK              00000 RECORDS                            JQG485
008500      RECORDING  F.                                               JQG485
008600 01                 AT-REC.                                       JQG485
008700      10            AT-TYPE     PICTURE  X(3).                    JQG485
008800      10            AT-NCNCP    PICTURE  X(11).                   JQG485
008900      10            AT-DCD1A    PICTURE  9(8).                    JQG485
009000      10            AT-CPD1A    PICTURE  X(2).                    JQG485
009100      10            AT-CCANA    PICTURE  X(2).                    JQG485
009200      10            AT-QCD1B    PICTURE  9(4).                    JQG485
009300      10            AT-QEN1A    PICTURE  999.                     JQG485
009400      10            AT-DATOR    PICTURE  X(6).                    JQG485
009500      10            FILLER      PICTURE  X(41).                   JQG485
009600 01                 AT-TRL  REDEFINES  AT-REC.                    JQG485
009700      10            FILLER      PICTURE  X(3).                    JQG485
009800      10            AT-TRL-CPT  PICTURE  9(9).                    JQG485
009900      10            FILLER      PICTURE  X(68).                   JQG485
010000 FD                 RP-FICHIER                                    JQG485
010100      BLOCK              00000 RECORDS                            JQG485
010200      RECORDING  F.                                               JQG485
010300 01                 RP-REC      PICTURE  X(100).                  JQG485
010400 WORKING-STORAGE SECTION.                                         JQG485
010500 01  ZONES-STATUS.                                                JQG485
010600      05   VSAM-STATUS.                                           JQG485
010700        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQG485
010800        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQG485
010900        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQG485
011000      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQG485
011100 01                 AL-STATUS   PICTURE  XX.                      JQG485
011200 01                 AU-STATUS   PICTURE  XX.                      JQG485
011300 01                 IK          PICTURE  X  VALUE  '0'.           JQG485
011400 01                 IK-FIN-AL   PICTURE  X  VALUE  '0'.           JQG485
011500      88            FIN-AL                VALUE  '1'.             JQG485
011600 01                 IK-FIN-QH   PICTURE  X  VALUE  '0'.           JQG485
011700      88            FIN-QH                VALUE  '1'.             JQG485
011800 01                 W-VERROU    PICTURE  X  VALUE 'N'.            JQG485
011900 01                 W-MOTIF     PICTURE  X(40) VALUE SPACE.       JQG485
012000 01                 W-AVANT     PICTURE  X(80) VALUE SPACE.       JQG485
012100 01                 W-AUTRE-CLE PICTURE  X(21) VALUE SPACE.       JQG485
012200 01                 W-ANC-NCHSU PICTURE  X(20) VALUE SPACE.       JQG485
012300 01                 W-DATOR     PICTURE  X(6)  VALUE SPACE.       JQG485
012400 01                 W-TIMCO     PICTURE  X(6)  VALUE SPACE.       JQG485
012500 01                 COMPTEURS-ALL COMPUTATIONAL-3.                JQG485
012600      05       5-AL-LUS      PICTURE S9(9) VALUE ZERO.            JQG485
012700      05       5-AL-AFFECTES PICTURE S9(9) VALUE ZERO.            JQG485
012800      05       5-AL-REAFFECT PICTURE S9(9) VALUE ZERO.            JQG485
012900      05       5-AL-REJETS   PICTURE S9(9) VALUE ZERO.            JQG485
013000      05       5-AL-CONFLITS PICTURE S9(9) VALUE ZERO.            JQG485
013100      05       5-AL-TARDIFS  PICTURE S9(9) VALUE ZERO.            JQG485
013200      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQG485
013300      05       5-AT-ECRITS   PICTURE S9(9) VALUE ZERO.            JQG485
013400     COPY SY0090.                                                 JQG485
013500     COPY SY0093.                                                 JQG485
013600     COPY SY0095.                                                 JQG485
013700     COPY SY0099.                                                 JQG485
013800 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQG485
013900     'AFFECTATION DES CHASSIS PLANIFIES (ALLOC -> QH)'.           JQG485
014000 01  LIGNE-COLS     PICTURE X(100) VALUE                          JQG485
014100     'CLE COMMANDE          CHASSIS              MOTIF'.          JQG485
014200 01  LIGNE-DET.                                                   JQG485
014300      05  LD-CLE     PICTURE X(21).                               JQG485
014400      05  FILLER     PICTURE X     VALUE SPACE.                   JQG485
014500      05  LD-NCHSU   PICTURE X(20).                               JQG485
014600      05  FILLER     PICTURE X     VALUE SPACE.                   JQG485
014700      05  LD-MOTIF   PICTURE X(40).                               JQG485
014800      05  FILLER     PICTURE X     VALUE SPACE.                   JQG485
014900      05  LD-INFO    PICTURE X(16).                               JQG485
015000 01  LIGNE-TOT.                                                   JQG485
015100      05  LT-LIB     PICTURE X(30).                               JQG485
015200      05  LT-CPT     PICTURE Z(8)9.                               JQG485
015300      05  FILLER     PICTURE X(61) VALUE SPACE.                   JQG485
015400 PROCEDURE DIVISION.                                              JQG485
015500 A00.                                                             JQG485
015600      MOVE       'JQG485' TO X95-PROGRAMME                        JQG485
015700      MOVE       'D' TO X95-PHASE                                 JQG485
015800      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG485
015900                 X95-CPT-REJET                                    JQG485
016000      MOVE       SPACES TO X95-ETAT                               JQG485
016100      CALL       'SY0095' USING SY0095-PARMS                      JQG485
016200      MOVE       'C' TO X99-FONCTION                              JQG485
016300      CALL       'SY0099' USING SY0099-PARMS                      JQG485
016400      MOVE       X99-DATE-8 (3:6) TO W-DATOR.                     JQG485
016500      ACCEPT     W-TIMCO FROM TIME.                               JQG485
016600 A00-FN.   EXIT.                                                  JQG485
016700*          NOTE * VERROU QH : PAS D AFFECTATION PENDANT UNE MAJ *.JQG485
016800 A00V.                                                            JQG485
016900      MOVE       'P' TO X93-FONCTION                              JQG485
017000      MOVE       'JQG485' TO X93-PROGRAMME                        JQG485
017100      MOVE       'QH' TO X93-RESSOURCE                            JQG485
017200      CALL       'SY0093' USING SY0093-PARMS                      JQG485
017300      IF         X93-REFUSE                                       JQG485
017400      DISPLAY    'VERROU QH DETENU PAR ' X93-DETENTEUR            JQG485
017500                 ' DEPUIS ' X93-DEPUIS                            JQG485
017600      MOVE       8 TO RETURN-CODE                                 JQG485
017700      GO TO      A98                                              JQG485
017800      END-IF                                                      JQG485
017900      MOVE       'O' TO W-VERROU.                                 JQG485
018000 A00V-FN.  EXIT.                                                  JQG485
018100 A01.      OPEN I-O                      QH-FICHIER.              JQG485
018200      IF        1-QH01-STATUS  NOT  = ZERO                        JQG485
018300           AND  1-QH01-STATUS  NOT  = '97'                        JQG485
018400      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQG485
018500                 1-QH01-STATUS                                    JQG485
018600      MOVE       8 TO RETURN-CODE                                 JQG485
018700      GO TO      A98.                                             JQG485
018800      OPEN EXTEND               AU-FICHIER.                       JQG485
018900      IF         AU-STATUS  =  '05'                               JQG485
019000        OR       AU-STATUS  =  '35'                               JQG485
019100        OPEN OUTPUT              AU-FICHIER                       JQG485
019200      END-IF.                                                     JQG485
019300      OPEN OUTPUT               AT-FICHIER                        JQG485
019400                                RP-FICHIER.                       JQG485
019500      WRITE      RP-REC FROM LIGNE-TITRE.                         JQG485
019600      WRITE      RP-REC FROM LIGNE-COLS.                          JQG485
019700      OPEN INPUT                AL-FICHIER.                       JQG485
019800      IF         AL-STATUS  NOT  =  '00'                          JQG485
019900      DISPLAY    'FICHIER ALLOC ABSENT - LISTE D ATTENTE SEULE'   JQG485
020000      GO TO      A50.                                             JQG485
020100 A01-FN.   EXIT.                                                  JQG485
020200 A05.      READ       AL-FICHIER                                  JQG485
020300      AT END     MOVE '1' TO IK-FIN-AL                            JQG485
020400      GO TO      A05-90.                                          JQG485
020500      ADD        1 TO 5-AL-LUS                                    JQG485
020600      PERFORM    A10 THRU A10-FN                                  JQG485
020700      GO TO      A05.                                             JQG485
020800 A05-90.   CLOSE      AL-FICHIER.                                 JQG485
020900      GO TO      A50.                                             JQG485
021000 A05-FN.   EXIT.                                                  JQG485
021100*          NOTE * CONTROLES ET APPLICATION D UNE AFFECTATION *.   JQG485
021200 A10.      MOVE       SPACES TO W-MOTIF LD-INFO.                  JQG485
021300      IF         AL00-NCNCP  =  SPACES                            JQG485
021400            OR   AL00-NCHSU  =  SPACES                            JQG485
021500      MOVE       'CLE OU CHASSIS NON RENSEIGNE' TO W-MOTIF        JQG485
021600      GO TO      A10-REJ.                                         JQG485
021700      IF         AL00-DCD1A  NOT NUMERIC                          JQG485
021800            OR   AL00-DPLAN  NOT NUMERIC                          JQG485
021900      MOVE       'DATE COMMANDE OU FABRICATION INVALIDE'          JQG485
022000                 TO W-MOTIF                                       JQG485
022100      GO TO      A10-REJ.                                         JQG485
022200      MOVE       AL00-KQH01 TO QH00-KQH01                         JQG485
022300      MOVE       '0' TO IK                                        JQG485
022400      READ       QH-FICHIER                                       JQG485
022500      INVALID KEY MOVE '1' TO IK.                                 JQG485
022600      IF         IK  =  '1'                                       JQG485
022700      MOVE       'COMMANDE INCONNUE DANS QH' TO W-MOTIF           JQG485
022800      GO TO      A10-REJ.                                         JQG485
022900      IF         QH00-CCA1A  =  'A'                               JQG485
023000      MOVE       'COMMANDE ANNULEE' TO W-MOTIF                    JQG485
023100      GO TO      A10-REJ.                                         JQG485
023200      IF         QH00-CEN1A  =  'T'                               JQG485
023300      MOVE       'COMMANDE DEJA SOLDEE (LIVREE)' TO W-MOTIF       JQG485
023400      GO TO      A10-REJ.                                         JQG485
023500      IF         QH00-NCHSU  NOT  =  SPACES                       JQG485
023600            AND  QH00-CALLOC  NOT  =  'A'                         JQG485
023700      MOVE       'CHASSIS DEJA EXPEDIE SUR LA COMMANDE' TO W-MOTIFJQG485
023800      MOVE       QH00-NCHSU (1:16) TO LD-INFO                     JQG485
023900      GO TO      A10-REJ.                                         JQG485
024000      MOVE       QH00 TO W-AVANT                                  JQG485
024100      MOVE       SPACES TO W-ANC-NCHSU.                           JQG485
024200      IF         QH00-CALLOC  =  'A'                              JQG485
024300            AND  QH00-NCHSU  NOT  =  AL00-NCHSU                   JQG485
024400      MOVE       QH00-NCHSU TO W-ANC-NCHSU.                       JQG485
024500      IF         QH00-NCHSU  =  AL00-NCHSU                        JQG485
024600      GO TO      A10-PC.                                          JQG485
024700      PERFORM    A20 THRU A20-FN.                                 JQG485
024800      IF         W-AUTRE-CLE  NOT  =  SPACES                      JQG485
024900      MOVE       'CHASSIS DEJA AFFECTE A LA COMMANDE' TO W-MOTIF  JQG485
025000      MOVE       W-AUTRE-CLE (1:16) TO LD-INFO                    JQG485
025100      ADD        1 TO 5-AL-CONFLITS                               JQG485
025200      GO TO      A10-REJ.                                         JQG485
025300 A10-PC.   MOVE       'C' TO X90-FONCTION                         JQG485
025400      MOVE       AL00-DCD1A TO X90-DATE                           JQG485
025500      CALL       'SY0090' USING SY0090-PARMS.                     JQG485
025600      IF         X90-MOIS-CLOS                                    JQG485
025700      MOVE       'E' TO X90-FONCTION                              JQG485
025800      MOVE       'JQG485' TO X90-PROGRAMME                        JQG485
025900      MOVE       'AL' TO X90-ORIGINE                              JQG485
026000      MOVE       AL00-KQH01 TO X90-KQH01                          JQG485
026100      MOVE       W-AVANT TO X90-QH00                              JQG485
026200      MOVE       AL00 TO X90-MVT                                  JQG485
026300      CALL       'SY0090' USING SY0090-PARMS                      JQG485
026400      ADD        1 TO 5-AL-TARDIFS                                JQG485
026500      MOVE       AL00-KQH01 TO LD-CLE                             JQG485
026600      MOVE       AL00-NCHSU TO LD-NCHSU                           JQG485
026700      MOVE       'MOIS CLOS - AJUSTEMENT TARDIF LATQH' TO LD-MOTIFJQG485
026800      WRITE      RP-REC FROM LIGNE-DET                            JQG485
026900      GO TO      A10-FN.                                          JQG485
027000      MOVE       W-AVANT TO QH00                                  JQG485
027100      MOVE       AL00-NCHSU TO QH00-NCHSU                         JQG485
027200      MOVE       AL00-DPLAN TO QH00-DPLAN                         JQG485
027300      MOVE       'A' TO QH00-CALLOC                               JQG485
027400      MOVE       '0' TO IK                                        JQG485
027500      REWRITE    QH00                                             JQG485
027600      INVALID KEY MOVE '1' TO IK.                                 JQG485
027700      IF         IK  =  '1'                                       JQG485
027800      MOVE       'MISE A JOUR QH IMPOSSIBLE' TO W-MOTIF           JQG485
027900      MOVE       1-QH01-STATUS TO LD-INFO                         JQG485
028000      GO TO      A10-REJ.                                         JQG485
028100      PERFORM    A30 THRU A30-FN.                                 JQG485
028200      ADD        1 TO 5-AL-AFFECTES.                              JQG485
028300      IF         W-ANC-NCHSU  NOT  =  SPACES                      JQG485
028400      ADD        1 TO 5-AL-REAFFECT                               JQG485
028500      MOVE       AL00-KQH01 TO LD-CLE                             JQG485
028600      MOVE       AL00-NCHSU TO LD-NCHSU                           JQG485
028700      MOVE       'REAFFECTATION - ANCIEN CHASSIS :' TO LD-MOTIF   JQG485
028800      MOVE       W-ANC-NCHSU (1:16) TO LD-INFO                    JQG485
028900      WRITE      RP-REC FROM LIGNE-DET.                           JQG485
029000      GO TO      A10-FN.                                          JQG485
029100 A10-REJ.  ADD        1 TO 5-AL-REJETS                            JQG485
029200      MOVE       AL00-KQH01 TO LD-CLE                             JQG485
029300      MOVE       AL00-NCHSU TO LD-NCHSU                           JQG485
029400      MOVE       W-MOTIF TO LD-MOTIF                              JQG485
029500      WRITE      RP-REC FROM LIGNE-DET.                           JQG485
029600 A10-FN.   EXIT.                                                  JQG485
029700*          NOTE * LE CHASSIS EST-IL DEJA SUR UNE AUTRE COMMANDE * JQG485
029800*          NOTE * (INDEX ALTERNE NCHSU, DOUBLONS ADMIS) ? *.      JQG485
029900 A20.      MOVE       SPACES TO W-AUTRE-CLE                       JQG485
030000      MOVE       AL00-NCHSU TO QH00-NCHSU                         JQG485
030100      MOVE       '0' TO IK                                        JQG485
030200      READ       QH-FICHIER                                       JQG485
030300      KEY IS     QH00-NCHSU                                       JQG485
030400      INVALID KEY MOVE '1' TO IK.                                 JQG485
030500      IF         IK  =  '1'                                       JQG485
030600      GO TO      A20-FN.                                          JQG485
030700 A20-10.   IF         QH00-KQH01  NOT  =  AL00-KQH01              JQG485
030800      MOVE       QH00-KQH01 TO W-AUTRE-CLE                        JQG485
030900      GO TO      A20-FN.                                          JQG485
031000      READ       QH-FICHIER NEXT RECORD                           JQG485
031100      AT END     GO TO      A20-FN.                               JQG485
031200      IF         QH00-NCHSU  =  AL00-NCHSU                        JQG485
031300      GO TO      A20-10.                                          JQG485
031400 A20-FN.   EXIT.                                                  JQG485
031500*          NOTE * TRACE AVANT/APRES DANS AUDQH *.                 JQG485
031600 A30.      MOVE       'JQG485' TO AU-OPER                         JQG485
031700      MOVE       W-DATOR TO AU-DATOR                              JQG485
031800      MOVE       W-TIMCO TO AU-TIMCO                              JQG485
031900      MOVE       AL00-KQH01 TO AU-KQH01                           JQG485
032000      MOVE       'B' TO AU-TYPE                                   JQG485
032100      MOVE       W-AVANT TO AU-QH00                               JQG485
032200      WRITE      AU-REC                                           JQG485
032300      MOVE       'A' TO AU-TYPE                                   JQG485
032400      MOVE       QH00 TO AU-QH00                                  JQG485
032500      WRITE      AU-REC.                                          JQG485
032600 A30-FN.   EXIT.                                                  JQG485
032700*          NOTE * COMMANDES OUVERTES EN ATTENTE DE CHASSIS *.     JQG485
032800 A50.      MOVE       LOW-VALUE TO QH00-KQH01                     JQG485
032900      START      QH-FICHIER KEY NOT < QH00-KQH01                  JQG485
033000      INVALID KEY MOVE '1' TO IK-FIN-QH.                          JQG485
033100 A50-10.   IF         FIN-QH                                      JQG485
033200      GO TO      A50-90.                                          JQG485
033300      READ       QH-FICHIER NEXT RECORD                           JQG485
033400      AT END     MOVE '1' TO IK-FIN-QH                            JQG485
033500      GO TO      A50-90.                                          JQG485
033600      ADD        1 TO 5-QH00-LUS                                  JQG485
033700      IF         QH00-CCA1A  =  'A'                               JQG485
033800            OR   QH00-CEN1A  =  'T'                               JQG485
033900            OR   QH00-NCHSU  NOT  =  SPACES                       JQG485
034000      GO TO      A50-10.                                          JQG485
034100      MOVE       SPACES TO AT-REC                                 JQG485
034200      MOVE       'ATT' TO AT-TYPE                                 JQG485
034300      MOVE       QH00-NCNCP TO AT-NCNCP                           JQG485
034400      MOVE       QH00-DCD1A TO AT-DCD1A                           JQG485
034500      MOVE       QH00-CPD1A TO AT-CPD1A                           JQG485
034600      MOVE       QH00-CCANA TO AT-CCANA                           JQG485
034700      MOVE       QH00-QCD1B TO AT-QCD1B                           JQG485
034800      MOVE       QH00-QEN1A TO AT-QEN1A                           JQG485
034900      MOVE       W-DATOR TO AT-DATOR                              JQG485
035000      WRITE      AT-REC                                           JQG485
035100      ADD        1 TO 5-AT-ECRITS                                 JQG485
035200      GO TO      A50-10.                                          JQG485
035300 A50-90.   MOVE       SPACES TO AT-REC                            JQG485
035400      MOVE       'TRL' TO AT-TYPE                                 JQG485
035500      MOVE       5-AT-ECRITS TO AT-TRL-CPT                        JQG485
035600      WRITE      AT-REC.                                          JQG485
035700 A50-FN.   EXIT.                                                  JQG485
035800 A80.                                                             JQG485
035900      MOVE       'AFFECTATIONS LUES             ' TO LT-LIB       JQG485
036000      MOVE       5-AL-LUS TO LT-CPT                               JQG485
036100      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
036200      MOVE       'CHASSIS AFFECTES              ' TO LT-LIB       JQG485
036300      MOVE       5-AL-AFFECTES TO LT-CPT                          JQG485
036400      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
036500      MOVE       'DONT REAFFECTATIONS           ' TO LT-LIB       JQG485
036600      MOVE       5-AL-REAFFECT TO LT-CPT                          JQG485
036700      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
036800      MOVE       'AFFECTATIONS REJETEES         ' TO LT-LIB       JQG485
036900      MOVE       5-AL-REJETS TO LT-CPT                            JQG485
037000      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
037100      MOVE       'DONT CHASSIS DEJA AFFECTES    ' TO LT-LIB       JQG485
037200      MOVE       5-AL-CONFLITS TO LT-CPT                          JQG485
037300      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
037400      MOVE       'MOIS CLOS (LATQH)             ' TO LT-LIB       JQG485
037500      MOVE       5-AL-TARDIFS TO LT-CPT                           JQG485
037600      WRITE      RP-REC FROM LIGNE-TOT                            JQG485
037700      MOVE       'COMMANDES EN ATTENTE CHASSIS  ' TO LT-LIB       JQG485
037800      MOVE       5-AT-ECRITS TO LT-CPT                            JQG485
037900      WRITE      RP-REC FROM LIGNE-TOT.                           JQG485
038000      CLOSE      QH-FICHIER                                       JQG485
038100                 AU-FICHIER                                       JQG485
038200                 AT-FICHIER                                       JQG485
038300                 RP-FICHIER.                                      JQG485
038400      MOVE       'F' TO X90-FONCTION                              JQG485
038500      CALL       'SY0090' USING SY0090-PARMS.                     JQG485
038600      DISPLAY    'AFFECTATIONS LUES      = ' 5-AL-LUS             JQG485
038700      DISPLAY    'CHASSIS AFFECTES       = ' 5-AL-AFFECTES        JQG485
038800      DISPLAY    'AFFECTATIONS REJETEES  = ' 5-AL-REJETS          JQG485
038900      DISPLAY    'CHASSIS DEJA AFFECTES  = ' 5-AL-CONFLITS        JQG485
039000      DISPLAY    'COMMANDES EN ATTENTE   = ' 5-AT-ECRITS.         JQG485
039100      IF         5-AL-REJETS  NOT  =  ZERO                        JQG485
039200      MOVE       4 TO RETURN-CODE.                                JQG485
039300 A80-FN.   EXIT.                                                  JQG485
039400 A98.                                                             JQG485
039500      MOVE       'F' TO X95-PHASE                                 JQG485
039600      MOVE       5-AL-LUS TO X95-CPT-ENTREE                       JQG485
039700      MOVE       5-AL-AFFECTES TO X95-CPT-SORTIE                  JQG485
039800      MOVE       5-AL-REJETS TO X95-CPT-REJET                     JQG485
039900      IF         RETURN-CODE  =  ZERO                             JQG485
040000      MOVE       'OK' TO X95-ETAT                                 JQG485
040100      ELSE                                                        JQG485
040200      IF         RETURN-CODE  =  4                                JQG485
040300      MOVE       'ALERTE' TO X95-ETAT                             JQG485
040400      ELSE                                                        JQG485
040500      MOVE       'ANOMALIE' TO X95-ETAT                           JQG485
040600      END-IF                                                      JQG485
040700      END-IF                                                      JQG485
040800      CALL       'SY0095' USING SY0095-PARMS.                     JQG485
040900 A98-FN.   EXIT.                                                  JQG485
041000 A99.      EXIT.                                                  JQG485
041100 A99-FN.   EXIT.                                                  JQG485
041200 A99V.     IF         W-VERROU  =  'O'                            JQG485
041300      MOVE       'L' TO X93-FONCTION                              JQG485
041400      MOVE       'JQG485' TO X93-PROGRAMME                        JQG485
041500      MOVE       'QH' TO X93-RESSOURCE                            JQG485
041600      CALL       'SY0093' USING SY0093-PARMS.                     JQG485
041700 A99V-FN.  EXIT.                                                  JQG485
041800      GOBACK.                                                     JQG485

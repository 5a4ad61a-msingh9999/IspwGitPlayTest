000100 IDENTIFICATION DIVISION.                                         JQG685
000200 PROGRAM-ID.  JQG685.                                             JQG685
000300*AUTHOR.         CAMPAGNE DE RAPPEL - RECHERCHE DES CHASSIS.      JQG685
000400*DATE-COMPILED.                                                   JQG685
000500*          NOTE * LE FICHIER RAPCAM (CAMPAGNE, CHASSIS DEBUT / *  JQG685
000600*               * FIN) EST CHARGE EN TABLE.  QH EST LU PAR L    * JQG685
000700*               * INDEX ALTERNE NCHSU POUR CHAQUE PLAGE, ARCMST * JQG685
000800*               * EST BALAYE UNE FOIS.  LA DATE DE LIVRAISON    * JQG685
000900*               * VIENT DU DETAIL DES EXPEDITIONS LVDET.        * JQG685
001000*               * EXTRAIT RAPNOT POUR LES CONCESSIONNAIRES, PAR * JQG685
001100*               * POINT DE VENTE ; ETAT RAPRPT DES LIGNES DE    * JQG685
001200*               * CAMPAGNE SANS AUCUNE COMMANDE.                * JQG685
001300 ENVIRONMENT DIVISION.                                            JQG685
001400 CONFIGURATION SECTION.                                           JQG685
001500 SOURCE-COMPUTER. IBM-370.                                        JQG685
001600 OBJECT-COMPUTER. IBM-370.                                        JQG685
001700 INPUT-OUTPUT SECTION.                                            JQG685
001800 FILE-CONTROL.                                                    JQG685
001900      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQG685
002000      ORGANIZATION INDEXED                                        JQG685
002100      ACCESS IS DYNAMIC                                           JQG685
002200      FILE STATUS IS                   1-QH01-STATUS              JQG685
002300                                       VSAM-STATUS                JQG685
002400      RECORD KEY  IS                     QH00-KQH01               JQG685
002500      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQG685
002600      WITH DUPLICATES.                                            JQG685
002700      SELECT     RC-FICHIER    ASSIGN    TO  RAPCAM               JQG685
002800      FILE STATUS IS                    RC-STATUS.                JQG685
002900      SELECT     AM-FICHIER    ASSIGN    TO  ARCMST               JQG685
003000      FILE STATUS IS                    AM-STATUS.                JQG685
003100      SELECT     DT-FICHIER    ASSIGN    TO  LVDET                JQG685
003200      FILE STATUS IS                    DT-STATUS.                JQG685
003300      SELECT     NO-FICHIER    ASSIGN    TO  RAPNOT.              JQG685
003400      SELECT     RP-FICHIER    ASSIGN    TO  RAPRPT.              JQG685
003500      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQG685
003600 DATA DIVISION.                                                   JQG685
003700 FILE SECTION.                                                    JQG685
003800 FD                 QH-FICHIER.                                   JQG685
003900 01                 QH00.                                         JQG685
004000      10            QH00-KQH01.                                   JQG685
004100      11            QH00-NCNCP  PICTURE  X(11).                   JQG685
004200      11            QH00-DCD1A  PICTURE  9(8).                    JQG685
004300      11            QH00-CPD1A  PICTURE  X(2).                    JQG685
004400      10            QH00-CCD1A  PICTURE  X.                       JQG685
004500      10            QH00-QEN1A  PICTURE  999.                     JQG685
004600      10            QH00-CCD1D  PICTURE  X.                       JQG685
004700      10            QH00-QCD1B  PICTURE  9(4).                    JQG685
004800      10            QH00-CCA1A  PICTURE  X.                       JQG685
004900      10            QH00-CEN1A  PICTURE  X.                       JQG685
005000      10            QH00-NEN1A  PICTURE  9(8).                    JQG685
005100      10            QH00-ZEN1A  PICTURE  9(1).                    JQG685
005200      10            QH00-CCP1A  PICTURE  9(2).                    JQG685
005300      10            QH00-NCHSU  PICTURE  X(20).                   JQG685
005400      10            QH00-CCANA  PICTURE  X(2).                    JQG685
005500      10            QH00-ZF015  PICTURE  X(15).                   JQG685
005600 FD                 RC-FICHIER                                    JQG685
005700      BLOCK              00000 RECORDS                            JQG685
005800      RECORDING  F.                                               JQG685
005900 01                 RC-REC.                                       JQG685
006000      10            RC-CAMP     PICTURE  X(10).                   JQG685
006100      10            RC-NCHSU-DEB PICTURE X(20).                   JQG685
006200      10            RC-NCHSU-FIN PICTURE X(20).                   JQG685
006300      10            FILLER      PICTURE  X(30).                   JQG685
006400 FD                 AM-FICHIER                                    JQG685
006500      BLOCK              00000 RECORDS                            JQG685
006600      RECORDING  F.                                               JQG685
006700 01                 AM-REC.                                       JQG685
006800      10            AM-KQH01.                                     JQG685
006900      11            AM-NCNCP    PICTURE  X(11).                   JQG685
007000      11            AM-DCD1A    PICTURE  9(8).                    JQG685
007100      11            AM-CPD1A    PICTURE  X(2).                    JQG685
007200      10            FILLER      PICTURE  X(11).                   JQG685
007300      10            AM-NEN1A    PICTURE  9(8).                    JQG685
007400      10            FILLER      PICTURE  X(3).                    JQG685
007500      10            AM-NCHSU    PICTURE  X(20).                   JQG685
007600      10            FILLER      PICTURE  X(17).                   JQG685
007700 FD                 DT-FICHIER                                    JQG685
007800      BLOCK              00000 RECORDS                            JQG685
007900      RECORDING  F.                                               JQG685
008000 01                 DT-REC.                                       JQG685
008100      10            DT-KQH01.                                     JQG685
008200      11            DT-NCNCP    PICTURE  X(11).                   JQG685
008300      11            DT-DCD1A    PICTURE  9(8).                    JQG685
008400      11            DT-CPD1A    PICTURE  X(2).                    JQG685
008500      10            DT-SEQ      PICTURE  9(3).                    JQG685
008600      10            DT-QEN1A    PICTURE  999.                     JQG685
008700      10            DT-NEN1A    PICTURE  9(8).                    JQG685
008800      10            DT-NCHSU    PICTURE  X(20).                   JQG685
008900      10            DT-DATOR    PICTURE  X(6).                    JQG685
009000      10            DT-TIMCO    PICTURE  X(6).                    JQG685
009100 FD                 NO-FICHIER                                    JQG685
009200      BLOCK              00000 RECORDS                            JQG685
009300      RECORDING  F.                                               JQG685
009400 01                 NO-REC.                                       JQG685
009500      10            NO-TYPE     PICTURE  X(3).                    JQG685
009600      10            NO-CPD1A    PICTURE  X(2).                    JQG685
009700      10            NO-CAMP     PICTURE  X(10).                   JQG685
009800      10            NO-NCNCP    PICTURE  X(11).                   JQG685
009900      10            NO-DCD1A    PICTURE  9(8).                    JQG685
010000      10            NO-NCHSU    PICTURE  X(20).                   JQG685
010100      10            NO-NEN1A    PICTURE  9(8).                    JQG685
010200      10            NO-DLIV     PICTURE  9(8).                    JQG685
010300      10            NO-ORIG     PICTURE  X.                       JQG685
010400      10            FILLER      PICTURE  X(9).                    JQG685
010500 01                 NO-TOT  REDEFINES  NO-REC.                    JQG685
010600      10            FILLER      PICTURE  X(5).                    JQG685
010700      10            NO-CPT      PICTURE  9(9).                    JQG685
010800      10            FILLER      PICTURE  X(66).                   JQG685
010900 FD                 RP-FICHIER                                    JQG685
011000      BLOCK              00000 RECORDS                            JQG685
011100      RECORDING  F.                                               JQG685
011200 01                 RP-REC      PICTURE  X(100).                  JQG685
011300 SD                 TR-FICHIER.                                   JQG685
011400 01                 TR-ENR.                                       JQG685
011500      10            TR-CPD1A    PICTURE  X(2).                    JQG685
011600      10            TR-CAMP     PICTURE  X(10).                   JQG685
011700      10            TR-NCHSU    PICTURE  X(20).                   JQG685
011800      10            TR-KQH01.                                     JQG685
011900      11            TR-NCNCP    PICTURE  X(11).                   JQG685
012000      11            TR-DCD1A    PICTURE  9(8).                    JQG685
012100      11            TR-KPDV     PICTURE  X(2).                    JQG685
012200      10            TR-ORIG     PICTURE  X.                       JQG685
012300      10            TR-NEN1A    PICTURE  9(8).                    JQG685
012400      10            TR-DLIV     PICTURE  9(8).                    JQG685
012500 WORKING-STORAGE SECTION.                                         JQG685
012600 01  ZONES-STATUS.                                                JQG685
012700      05   VSAM-STATUS.                                           JQG685
012800        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQG685
012900        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQG685
013000        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQG685
013100      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQG685
013200 01                 RC-STATUS   PICTURE  XX.                      JQG685
013300 01                 AM-STATUS   PICTURE  XX.                      JQG685
013400 01                 DT-STATUS   PICTURE  XX.                      JQG685
013500 01                 IK          PICTURE  X  VALUE  '0'.           JQG685
013600 01                 W-RC-CPT    PICTURE  9(4) VALUE ZERO.         JQG685
013700 01                 W-RC-IX     PICTURE  9(4) VALUE ZERO.         JQG685
013800 01                 W-RC-TABLE.                                   JQG685
013900      05            W-RC-ENT    OCCURS 500 TIMES.                 JQG685
014000        10          W-RC-CAMP   PICTURE  X(10).                   JQG685
014100        10          W-RC-DEB    PICTURE  X(20).                   JQG685
014200        10          W-RC-FIN    PICTURE  X(20).                   JQG685
014300        10          W-RC-NB     PICTURE  9(7).                    JQG685
014400 01                 W-LD-CPT    PICTURE  9(5) VALUE ZERO.         JQG685
014500 01                 W-LD-IX     PICTURE  9(5) VALUE ZERO.         JQG685
014600 01                 W-LD-TROUVE PICTURE  X  VALUE 'N'.            JQG685
014700 01                 W-LD-PLEIN  PICTURE  X  VALUE 'N'.            JQG685
014800 01                 W-LD-TABLE.                                   JQG685
014900      05            W-LD-ENT    OCCURS 5000 TIMES.                JQG685
015000        10          W-LD-NCHSU  PICTURE  X(20).                   JQG685
015100        10          W-LD-KQH01  PICTURE  X(21).                   JQG685
015200        10          W-LD-DATOR  PICTURE  X(6).                    JQG685
015300 01                 W-DANS      PICTURE  X  VALUE 'N'.            JQG685
015400 01                 W-CHS       PICTURE  X(20) VALUE SPACE.       JQG685
015500 01                 W-CLE       PICTURE  X(21) VALUE SPACE.       JQG685
015600 01                 W-DATOR     PICTURE  X(6)  VALUE SPACE.       JQG685
015700 01                 W-DATOR-R   REDEFINES W-DATOR.                JQG685
015800      05            W-DATOR-YY  PICTURE  9(2).                    JQG685
015900      05            W-DATOR-MMJJ PICTURE 9(4).                    JQG685
016000 01                 W-PDV-PREC  PICTURE  X(2)  VALUE LOW-VALUE.   JQG685
016100 01                 W-SORT-PREC PICTURE  X(31) VALUE LOW-VALUE.   JQG685
016200 01                 W-TR-CLE    PICTURE  X(31) VALUE SPACE.       JQG685
016300 01                 COMPTEURS-RAP COMPUTATIONAL-3.                JQG685
016400      05       5-RC-LUS      PICTURE S9(9) VALUE ZERO.            JQG685
016500      05       5-RC-REJETS   PICTURE S9(9) VALUE ZERO.            JQG685
016600      05       5-QH-TROUVES  PICTURE S9(9) VALUE ZERO.            JQG685
016700      05       5-AM-LUS      PICTURE S9(9) VALUE ZERO.            JQG685
016800      05       5-AM-TROUVES  PICTURE S9(9) VALUE ZERO.            JQG685
016900      05       5-DT-LUS      PICTURE S9(9) VALUE ZERO.            JQG685
017000      05       5-NO-CMD      PICTURE S9(9) VALUE ZERO.            JQG685
017100      05       5-NO-PDV      PICTURE S9(9) VALUE ZERO.            JQG685
017200      05       5-NO-PDVCMD   PICTURE S9(9) VALUE ZERO.            JQG685
017300      05       5-NO-DOUBLE   PICTURE S9(9) VALUE ZERO.            JQG685
017400      05       5-RC-SANS     PICTURE S9(9) VALUE ZERO.            JQG685
017500     COPY SY0095.                                                 JQG685
017600     COPY SY0099.                                                 JQG685
017700 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQG685
017800     'CAMPAGNE DE RAPPEL - CHASSIS SANS COMMANDE (QH/ARCMST)'.    JQG685
017900 01  LIGNE-DET.                                                   JQG685
018000      05  LD-CAMP    PICTURE X(10).                               JQG685
018100      05  FILLER     PICTURE X     VALUE SPACE.                   JQG685
018200      05  LD-DEB     PICTURE X(20).                               JQG685
018300      05  FILLER     PICTURE X     VALUE SPACE.                   JQG685
018400      05  LD-FIN     PICTURE X(20).                               JQG685
018500      05  FILLER     PICTURE X     VALUE SPACE.                   JQG685
018600      05  LD-MOTIF   PICTURE X(47).                               JQG685
018700 01  LIGNE-TOT.                                                   JQG685
018800      05  LT-LIB     PICTURE X(30).                               JQG685
018900      05  LT-CPT     PICTURE Z(8)9.                               JQG685
019000      05  FILLER     PICTURE X(61) VALUE SPACE.                   JQG685
019100 PROCEDURE DIVISION.                                              JQG685
019200 C00.                                                             JQG685
019300      MOVE       'JQG685' TO X95-PROGRAMME                        JQG685
019400      MOVE       'D' TO X95-PHASE                                 JQG685
019500      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG685
019600                 X95-CPT-REJET                                    JQG685
019700      MOVE       SPACES TO X95-ETAT                               JQG685
019800      CALL       'SY0095' USING SY0095-PARMS.                     JQG685
019900 C00-FN.   EXIT.                                                  JQG685
020000 C01.      OPEN INPUT               RC-FICHIER.                   JQG685
020100      IF         RC-STATUS  NOT  =  '00'                          JQG685
020200      DISPLAY    'FICHIER CAMPAGNE RAPCAM ABSENT - ARRET'         JQG685
020300      MOVE       8 TO RETURN-CODE                                 JQG685
020400      GO TO      C98.                                             JQG685
020500      OPEN OUTPUT               RP-FICHIER.                       JQG685
020600      WRITE      RP-REC FROM LIGNE-TITRE.                         JQG685
020700 C01-10.   READ       RC-FICHIER                                  JQG685
020800      AT END     GO TO      C01-90.                               JQG685
020900      ADD        1 TO 5-RC-LUS                                    JQG685
021000      PERFORM    C02 THRU C02-FN                                  JQG685
021100      GO TO      C01-10.                                          JQG685
021200 C01-90.   CLOSE      RC-FICHIER.                                 JQG685
021300      IF         W-RC-CPT  =  ZERO                                JQG685
021400      DISPLAY    'AUCUNE LIGNE DE CAMPAGNE VALIDE - ARRET'        JQG685
021500      CLOSE      RP-FICHIER                                       JQG685
021600      MOVE       8 TO RETURN-CODE                                 JQG685
021700      GO TO      C98.                                             JQG685
021800      OPEN INPUT                    QH-FICHIER.                   JQG685
021900      IF        1-QH01-STATUS  NOT  = ZERO                        JQG685
022000           AND  1-QH01-STATUS  NOT  = '97'                        JQG685
022100      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQG685
022200                 1-QH01-STATUS                                    JQG685
022300      CLOSE      RP-FICHIER                                       JQG685
022400      MOVE       8 TO RETURN-CODE                                 JQG685
022500      GO TO      C98.                                             JQG685
022600      PERFORM    C05 THRU C05-FN.                                 JQG685
022700      OPEN OUTPUT               NO-FICHIER.                       JQG685
022800 C01-FN.   EXIT.                                                  JQG685
022900 C03.      SORT       TR-FICHIER                                  JQG685
023000                 ASCENDING KEY TR-CPD1A TR-CAMP TR-NCHSU          JQG685
023100                               TR-KQH01 TR-ORIG                   JQG685
023200                 INPUT PROCEDURE IS C10 THRU C10-FN               JQG685
023300                 OUTPUT PROCEDURE IS C50 THRU C50-FN.             JQG685
023400      CLOSE      QH-FICHIER                                       JQG685
023500                 NO-FICHIER.                                      JQG685
023600      GO TO      C80.                                             JQG685
023700 C03-FN.   EXIT.                                                  JQG685
023800*          NOTE * CHARGEMENT D UNE LIGNE DE CAMPAGNE ; CHASSIS *  JQG685
023900*          NOTE * FIN A BLANC = CHASSIS UNIQUE.                *. JQG685
024000 C02.      IF         RC-CAMP  =  SPACES                          JQG685
024100            OR   RC-NCHSU-DEB  =  SPACES                          JQG685
024200      MOVE       'CAMPAGNE OU CHASSIS DEBUT NON RENSEIGNE'        JQG685
024300                 TO LD-MOTIF                                      JQG685
024400      GO TO      C02-REJ.                                         JQG685
024500      IF         RC-NCHSU-FIN  =  SPACES                          JQG685
024600      MOVE       RC-NCHSU-DEB TO RC-NCHSU-FIN.                    JQG685
024700      IF         RC-NCHSU-FIN  <  RC-NCHSU-DEB                    JQG685
024800      MOVE       'PLAGE INVERSEE (FIN < DEBUT)' TO LD-MOTIF       JQG685
024900      GO TO      C02-REJ.                                         JQG685
025000      IF         W-RC-CPT  NOT  <  500                            JQG685
025100      MOVE       'TABLE DES PLAGES SATUREE (500)' TO LD-MOTIF     JQG685
025200      GO TO      C02-REJ.                                         JQG685
025300      ADD        1 TO W-RC-CPT                                    JQG685
025400      MOVE       RC-CAMP TO W-RC-CAMP (W-RC-CPT)                  JQG685
025500      MOVE       RC-NCHSU-DEB TO W-RC-DEB (W-RC-CPT)              JQG685
025600      MOVE       RC-NCHSU-FIN TO W-RC-FIN (W-RC-CPT)              JQG685
025700      MOVE       ZERO TO W-RC-NB (W-RC-CPT).                      JQG685
025800      GO TO      C02-FN.                                          JQG685
025900 C02-REJ.  ADD        1 TO 5-RC-REJETS                            JQG685
026000      MOVE       RC-CAMP TO LD-CAMP                               JQG685
026100      MOVE       RC-NCHSU-DEB TO LD-DEB                           JQG685
026200      MOVE       RC-NCHSU-FIN TO LD-FIN                           JQG685
026300      WRITE      RP-REC FROM LIGNE-DET.                           JQG685
026400 C02-FN.   EXIT.                                                  JQG685
026500*          NOTE * DATES DE LIVRAISON DES CHASSIS DE LA CAMPAGNE * JQG685
026600*          NOTE * (LVDET, DERNIERE EXPEDITION PAR COMMANDE).    *.JQG685
026700 C05.      OPEN INPUT               DT-FICHIER.                   JQG685
026800      IF         DT-STATUS  NOT  =  '00'                          JQG685
026900      DISPLAY    'DETAIL EXPEDITIONS LVDET ABSENT - DATES A ZERO' JQG685
027000      GO TO      C05-FN.                                          JQG685
027100 C05-10.   READ       DT-FICHIER                                  JQG685
027200      AT END     GO TO      C05-90.                               JQG685
027300      ADD        1 TO 5-DT-LUS                                    JQG685
027400      IF         DT-NCHSU  =  SPACES                              JQG685
027500      GO TO      C05-10.                                          JQG685
027600      MOVE       DT-NCHSU TO W-CHS                                JQG685
027700      PERFORM    C20 THRU C20-FN.                                 JQG685
027800      IF         W-DANS  =  'N'                                   JQG685
027900      GO TO      C05-10.                                          JQG685
028000      MOVE       'N' TO W-LD-TROUVE                               JQG685
028100      PERFORM    C06 THRU C06-FN                                  JQG685
028200         VARYING W-LD-IX FROM 1 BY 1                              JQG685
028300         UNTIL   W-LD-IX  >  W-LD-CPT  OR  W-LD-TROUVE  =  'O'.   JQG685
028400      IF         W-LD-TROUVE  =  'O'                              JQG685
028500      SUBTRACT   1 FROM W-LD-IX                                   JQG685
028600      MOVE       DT-DATOR TO W-LD-DATOR (W-LD-IX)                 JQG685
028700      GO TO      C05-10.                                          JQG685
028800      IF         W-LD-CPT  NOT  <  5000                           JQG685
028900      IF         W-LD-PLEIN  =  'N'                               JQG685
029000      MOVE       'O' TO W-LD-PLEIN                                JQG685
029100      DISPLAY    'TABLE DES LIVRAISONS SATUREE'                   JQG685
029200      END-IF                                                      JQG685
029300      GO TO      C05-10.                                          JQG685
029400      ADD        1 TO W-LD-CPT                                    JQG685
029500      MOVE       DT-NCHSU TO W-LD-NCHSU (W-LD-CPT)                JQG685
029600      MOVE       DT-KQH01 TO W-LD-KQH01 (W-LD-CPT)                JQG685
029700      MOVE       DT-DATOR TO W-LD-DATOR (W-LD-CPT)                JQG685
029800      GO TO      C05-10.                                          JQG685
029900 C05-90.   CLOSE      DT-FICHIER.                                 JQG685
030000 C05-FN.   EXIT.                                                  JQG685
030100 C06.      IF         W-LD-NCHSU (W-LD-IX)  =  DT-NCHSU           JQG685
030200            AND  W-LD-KQH01 (W-LD-IX)  =  DT-KQH01                JQG685
030300      MOVE       'O' TO W-LD-TROUVE.                              JQG685
030400 C06-FN.   EXIT.                                                  JQG685
030500*          NOTE * RECHERCHE DES COMMANDES : QH PAR PLAGE SUR  *   JQG685
030600*          NOTE * L INDEX ALTERNE, PUIS BALAYAGE DE ARCMST.   *.  JQG685
030700 C10.      PERFORM    C11 THRU C11-FN                             JQG685
030800         VARYING W-RC-IX FROM 1 BY 1                              JQG685
030900         UNTIL   W-RC-IX  >  W-RC-CPT.                            JQG685
031000      OPEN INPUT               AM-FICHIER.                        JQG685
031100      IF         AM-STATUS  NOT  =  '00'                          JQG685
031200      DISPLAY    'ARCHIVE ARCMST INDISPONIBLE - STATUT = '        JQG685
031300                 AM-STATUS                                        JQG685
031400      MOVE       4 TO RETURN-CODE                                 JQG685
031500      GO TO      C10-FN.                                          JQG685
031600 C10-10.   READ       AM-FICHIER                                  JQG685
031700      AT END     GO TO      C10-90.                               JQG685
031800      ADD        1 TO 5-AM-LUS                                    JQG685
031900      IF         AM-NCHSU  =  SPACES                              JQG685
032000      GO TO      C10-10.                                          JQG685
032100      PERFORM    C13 THRU C13-FN                                  JQG685
032200         VARYING W-RC-IX FROM 1 BY 1                              JQG685
032300         UNTIL   W-RC-IX  >  W-RC-CPT.                            JQG685
032400      GO TO      C10-10.                                          JQG685
032500 C10-90.   CLOSE      AM-FICHIER.                                 JQG685
032600 C10-FN.   EXIT.                                                  JQG685
032700 C11.      MOVE       W-RC-DEB (W-RC-IX) TO QH00-NCHSU            JQG685
032800      MOVE       '0' TO IK                                        JQG685
032900      START      QH-FICHIER KEY NOT < QH00-NCHSU                  JQG685
033000      INVALID KEY MOVE '1' TO IK.                                 JQG685
033100      IF         IK  =  '1'                                       JQG685
033200      GO TO      C11-FN.                                          JQG685
033300 C11-10.   READ       QH-FICHIER NEXT RECORD                      JQG685
033400      AT END     GO TO      C11-FN.                               JQG685
033500      IF         QH00-NCHSU  >  W-RC-FIN (W-RC-IX)                JQG685
033600      GO TO      C11-FN.                                          JQG685
033700      ADD        1 TO 5-QH-TROUVES                                JQG685
033800      ADD        1 TO W-RC-NB (W-RC-IX)                           JQG685
033900      MOVE       QH00-CPD1A TO TR-CPD1A                           JQG685
034000      MOVE       W-RC-CAMP (W-RC-IX) TO TR-CAMP                   JQG685
034100      MOVE       QH00-NCHSU TO TR-NCHSU                           JQG685
034200      MOVE       QH00-KQH01 TO TR-KQH01                           JQG685
034300      MOVE       'Q' TO TR-ORIG                                   JQG685
034400      MOVE       QH00-NEN1A TO TR-NEN1A                           JQG685
034500      MOVE       QH00-NCHSU TO W-CHS                              JQG685
034600      MOVE       QH00-KQH01 TO W-CLE                              JQG685
034700      PERFORM    C30 THRU C30-FN                                  JQG685
034800      RELEASE    TR-ENR                                           JQG685
034900      GO TO      C11-10.                                          JQG685
035000 C11-FN.   EXIT.                                                  JQG685
035100 C13.      IF         AM-NCHSU  <  W-RC-DEB (W-RC-IX)             JQG685
035200            OR   AM-NCHSU  >  W-RC-FIN (W-RC-IX)                  JQG685
035300      GO TO      C13-FN.                                          JQG685
035400      ADD        1 TO 5-AM-TROUVES                                JQG685
035500      ADD        1 TO W-RC-NB (W-RC-IX)                           JQG685
035600      MOVE       AM-CPD1A TO TR-CPD1A                             JQG685
035700      MOVE       W-RC-CAMP (W-RC-IX) TO TR-CAMP                   JQG685
035800      MOVE       AM-NCHSU TO TR-NCHSU                             JQG685
035900      MOVE       AM-KQH01 TO TR-KQH01                             JQG685
036000      MOVE       'A' TO TR-ORIG                                   JQG685
036100      MOVE       AM-NEN1A TO TR-NEN1A                             JQG685
036200      MOVE       AM-NCHSU TO W-CHS                                JQG685
036300      MOVE       AM-KQH01 TO W-CLE                                JQG685
036400      PERFORM    C30 THRU C30-FN                                  JQG685
036500      RELEASE    TR-ENR.                                          JQG685
036600 C13-FN.   EXIT.                                                  JQG685
036700*          NOTE * LE CHASSIS W-CHS EST-IL DANS UNE PLAGE ? *.     JQG685
036800 C20.      MOVE       'N' TO W-DANS                               JQG685
036900      PERFORM    C21 THRU C21-FN                                  JQG685
037000         VARYING W-RC-IX FROM 1 BY 1                              JQG685
037100         UNTIL   W-RC-IX  >  W-RC-CPT  OR  W-DANS  =  'O'.        JQG685
037200 C20-FN.   EXIT.                                                  JQG685
037300 C21.      IF         W-CHS  NOT  <  W-RC-DEB (W-RC-IX)           JQG685
037400            AND  W-CHS  NOT  >  W-RC-FIN (W-RC-IX)                JQG685
037500      MOVE       'O' TO W-DANS.                                   JQG685
037600 C21-FN.   EXIT.                                                  JQG685
037700*          NOTE * DATE DE LIVRAISON CCAAMMJJ DU COUPLE CHASSIS / *JQG685
037800*          NOTE * COMMANDE (ZERO SANS EXPEDITION CONNUE).    *.   JQG685
037900 C30.      MOVE       ZERO TO TR-DLIV                             JQG685
038000      MOVE       'N' TO W-LD-TROUVE                               JQG685
038100      PERFORM    C31 THRU C31-FN                                  JQG685
038200         VARYING W-LD-IX FROM 1 BY 1                              JQG685
038300         UNTIL   W-LD-IX  >  W-LD-CPT  OR  W-LD-TROUVE  =  'O'.   JQG685
038400      IF         W-LD-TROUVE  =  'N'                              JQG685
038500      GO TO      C30-FN.                                          JQG685
038600      SUBTRACT   1 FROM W-LD-IX                                   JQG685
038700      MOVE       W-LD-DATOR (W-LD-IX) TO W-DATOR.                 JQG685
038800      IF         W-DATOR  NOT  NUMERIC                            JQG685
038900      GO TO      C30-FN.                                          JQG685
039000      MOVE       'S' TO X99-FONCTION                              JQG685
039100      MOVE       W-DATOR-YY TO X99-YY                             JQG685
039200      CALL       'SY0099' USING SY0099-PARMS                      JQG685
039300      COMPUTE    TR-DLIV = X99-CC * 1000000                       JQG685
039400                         + W-DATOR-YY * 10000 + W-DATOR-MMJJ.     JQG685
039500 C30-FN.   EXIT.                                                  JQG685
039600 C31.      IF         W-LD-NCHSU (W-LD-IX)  =  W-CHS              JQG685
039700            AND  W-LD-KQH01 (W-LD-IX)  =  W-CLE                   JQG685
039800      MOVE       'O' TO W-LD-TROUVE.                              JQG685
039900 C31-FN.   EXIT.                                                  JQG685
040000*          NOTE * EXTRAIT CONCESSIONNAIRES : 'PDV' EN TETE DE   * JQG685
040100*          NOTE * POINT DE VENTE, 'CMD' PAR COMMANDE, 'FIN' AVEC *JQG685
040200*          NOTE * LE NOMBRE DU PDV, 'TRL' GENERAL.  UNE COMMANDE *JQG685
040300*          NOTE * VIVANTE ET ARCHIVEE EST NOTIFIEE UNE FOIS. *.   JQG685
040400 C50.      RETURN     TR-FICHIER                                  JQG685
040500      AT END     GO TO      C50-90.                               JQG685
040600      MOVE       TR-CAMP TO W-TR-CLE (1:10)                       JQG685
040700      MOVE       TR-KQH01 TO W-TR-CLE (11:21).                    JQG685
040800      IF         TR-CPD1A  =  W-PDV-PREC                          JQG685
040900            AND  W-TR-CLE  =  W-SORT-PREC                         JQG685
041000      ADD        1 TO 5-NO-DOUBLE                                 JQG685
041100      GO TO      C50.                                             JQG685
041200      MOVE       W-TR-CLE TO W-SORT-PREC.                         JQG685
041300      IF         TR-CPD1A  NOT  =  W-PDV-PREC                     JQG685
041400      PERFORM    C55 THRU C55-FN.                                 JQG685
041500      MOVE       SPACES TO NO-REC                                 JQG685
041600      MOVE       'CMD' TO NO-TYPE                                 JQG685
041700      MOVE       TR-CPD1A TO NO-CPD1A                             JQG685
041800      MOVE       TR-CAMP TO NO-CAMP                               JQG685
041900      MOVE       TR-NCNCP TO NO-NCNCP                             JQG685
042000      MOVE       TR-DCD1A TO NO-DCD1A                             JQG685
042100      MOVE       TR-NCHSU TO NO-NCHSU                             JQG685
042200      MOVE       TR-NEN1A TO NO-NEN1A                             JQG685
042300      MOVE       TR-DLIV TO NO-DLIV                               JQG685
042400      MOVE       TR-ORIG TO NO-ORIG                               JQG685
042500      WRITE      NO-REC                                           JQG685
042600      ADD        1 TO 5-NO-CMD                                    JQG685
042700      ADD        1 TO 5-NO-PDVCMD                                 JQG685
042800      GO TO      C50.                                             JQG685
042900 C50-90.   IF         W-PDV-PREC  NOT  =  LOW-VALUE               JQG685
043000      PERFORM    C56 THRU C56-FN.                                 JQG685
043100      MOVE       SPACES TO NO-REC                                 JQG685
043200      MOVE       'TRL' TO NO-TYPE                                 JQG685
043300      MOVE       5-NO-CMD TO NO-CPT                               JQG685
043400      WRITE      NO-REC.                                          JQG685
043500 C50-FN.   EXIT.                                                  JQG685
043600 C55.      IF         W-PDV-PREC  NOT  =  LOW-VALUE               JQG685
043700      PERFORM    C56 THRU C56-FN.                                 JQG685
043800      MOVE       TR-CPD1A TO W-PDV-PREC                           JQG685
043900      MOVE       ZERO TO 5-NO-PDVCMD                              JQG685
044000      ADD        1 TO 5-NO-PDV                                    JQG685
044100      MOVE       SPACES TO NO-REC                                 JQG685
044200      MOVE       'PDV' TO NO-TYPE                                 JQG685
044300      MOVE       TR-CPD1A TO NO-CPD1A                             JQG685
044400      WRITE      NO-REC.                                          JQG685
044500 C55-FN.   EXIT.                                                  JQG685
044600 C56.      MOVE       SPACES TO NO-REC                            JQG685
044700      MOVE       'FIN' TO NO-TYPE                                 JQG685
044800      MOVE       W-PDV-PREC TO NO-CPD1A                           JQG685
044900      MOVE       5-NO-PDVCMD TO NO-CPT                            JQG685
045000      WRITE      NO-REC.                                          JQG685
045100 C56-FN.   EXIT.                                                  JQG685
045200*          NOTE * LIGNES DE CAMPAGNE SANS AUCUNE COMMANDE *.      JQG685
045300 C70.      IF         W-RC-NB (W-RC-IX)  NOT  =  ZERO             JQG685
045400      GO TO      C70-FN.                                          JQG685
045500      ADD        1 TO 5-RC-SANS                                   JQG685
045600      MOVE       W-RC-CAMP (W-RC-IX) TO LD-CAMP                   JQG685
045700      MOVE       W-RC-DEB (W-RC-IX) TO LD-DEB                     JQG685
045800      MOVE       W-RC-FIN (W-RC-IX) TO LD-FIN                     JQG685
045900      MOVE       'AUCUNE COMMANDE (QH NI ARCMST)' TO LD-MOTIF     JQG685
046000      WRITE      RP-REC FROM LIGNE-DET.                           JQG685
046100 C70-FN.   EXIT.                                                  JQG685
046200 C80.      PERFORM    C70 THRU C70-FN                             JQG685
046300         VARYING W-RC-IX FROM 1 BY 1                              JQG685
046400         UNTIL   W-RC-IX  >  W-RC-CPT.                            JQG685
046500      MOVE       'LIGNES DE CAMPAGNE LUES       ' TO LT-LIB       JQG685
046600      MOVE       5-RC-LUS TO LT-CPT                               JQG685
046700      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
046800      MOVE       'LIGNES DE CAMPAGNE REJETEES   ' TO LT-LIB       JQG685
046900      MOVE       5-RC-REJETS TO LT-CPT                            JQG685
047000      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
047100      MOVE       'LIGNES SANS AUCUNE COMMANDE   ' TO LT-LIB       JQG685
047200      MOVE       5-RC-SANS TO LT-CPT                              JQG685
047300      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
047400      MOVE       'COMMANDES TROUVEES DANS QH    ' TO LT-LIB       JQG685
047500      MOVE       5-QH-TROUVES TO LT-CPT                           JQG685
047600      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
047700      MOVE       'COMMANDES TROUVEES ARCMST     ' TO LT-LIB       JQG685
047800      MOVE       5-AM-TROUVES TO LT-CPT                           JQG685
047900      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
048000      MOVE       'COMMANDES NOTIFIEES (RAPNOT)  ' TO LT-LIB       JQG685
048100      MOVE       5-NO-CMD TO LT-CPT                               JQG685
048200      WRITE      RP-REC FROM LIGNE-TOT                            JQG685
048300      MOVE       'POINTS DE VENTE NOTIFIES      ' TO LT-LIB       JQG685
048400      MOVE       5-NO-PDV TO LT-CPT                               JQG685
048500      WRITE      RP-REC FROM LIGNE-TOT.                           JQG685
048600      CLOSE      RP-FICHIER.                                      JQG685
048700      DISPLAY    'LIGNES DE CAMPAGNE LUES  = ' 5-RC-LUS           JQG685
048800      DISPLAY    'COMMANDES NOTIFIEES      = ' 5-NO-CMD           JQG685
048900      DISPLAY    'POINTS DE VENTE NOTIFIES = ' 5-NO-PDV           JQG685
049000      DISPLAY    'LIGNES SANS COMMANDE     = ' 5-RC-SANS.         JQG685
049100      IF         RETURN-CODE  =  ZERO                             JQG685
049200        AND     (5-RC-SANS  NOT  =  ZERO                          JQG685
049300            OR   5-RC-REJETS  NOT  =  ZERO)                       JQG685
049400      MOVE       4 TO RETURN-CODE.                                JQG685
049500 C80-FN.   EXIT.                                                  JQG685
049600 C98.                                                             JQG685
049700      MOVE       'F' TO X95-PHASE                                 JQG685
049800      MOVE       5-RC-LUS TO X95-CPT-ENTREE                       JQG685
049900      MOVE       5-NO-CMD TO X95-CPT-SORTIE                       JQG685
050000      MOVE       5-RC-REJETS TO X95-CPT-REJET                     JQG685
050100      IF         RETURN-CODE  =  ZERO                             JQG685
050200      MOVE       'OK' TO X95-ETAT                                 JQG685
050300      ELSE                                                        JQG685
050400      IF         RETURN-CODE  =  4                                JQG685
050500      MOVE       'ALERTE' TO X95-ETAT                             JQG685
050600      ELSE                                                        JQG685
050700      MOVE       'ANOMALIE' TO X95-ETAT                           JQG685
050800      END-IF                                                      JQG685
050900      END-IF                                                      JQG685
051000      CALL       'SY0095' USING SY0095-PARMS.                     JQG685
051100 C98-FN.   EXIT.                                                  JQG685
051200 C99.      EXIT.                                                  JQG685
051300 C99-FN.   EXIT.                                                  JQG685
051400      GOBACK.                                                     JQG685

000100 IDENTIFICATION DIVISION.                                         JQGK85
000200 PROGRAM-ID.  JQGK85.                                             JQGK85
000300*AUTHOR.         DELAIS COMMANDE-LIVRAISON PAR PDV ET CANAL.      JQGK85
000400*DATE-COMPILED.                                                   JQGK85
000500 ENVIRONMENT DIVISION.                                            JQGK85
000600 CONFIGURATION SECTION.                                           JQGK85
000700 SOURCE-COMPUTER. IBM-370.                                        JQGK85
000800 OBJECT-COMPUTER. IBM-370.                                        JQGK85
000900 INPUT-OUTPUT SECTION.                                            JQGK85
001000 FILE-CONTROL.                                                    JQGK85
001100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQGK85
001200      ORGANIZATION INDEXED                                        JQGK85
001300      ACCESS IS SEQUENTIAL                                        JQGK85
001400      FILE STATUS IS                   1-QH01-STATUS              JQGK85
001500                                       VSAM-STATUS                JQGK85
001600      RECORD KEY  IS                     QH00-KQH01               JQGK85
001700      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQGK85
001800      WITH DUPLICATES.                                            JQGK85
001900      SELECT     DT-FICHIER    ASSIGN    TO  LVDET                JQGK85
002000      FILE STATUS IS                    DT-STATUS.                JQGK85
002100      SELECT     LT-FICHIER    ASSIGN    TO  LVTRI.               JQGK85
002200      SELECT     PRM-FICHIER   ASSIGN    TO  DLVPRM               JQGK85
002300      FILE STATUS IS                    PRM-STATUS.               JQGK85
002400      SELECT     RP-FICHIER    ASSIGN    TO  DLVRPT.              JQGK85
002500      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQGK85
002600      SELECT     TS-FICHIER    ASSIGN    TO  SORTWK.              JQGK85
002700 DATA DIVISION.                                                   JQGK85
002800 FILE SECTION.                                                    JQGK85
002900 FD                 QH-FICHIER.                                   JQGK85
003000 01                 QH00.                                         JQGK85
003100      10            QH00-KQH01.                                   JQGK85
003200      11            QH00-NCNCP.                                   JQGK85
003300      12            QH00-NCC1A  PICTURE  9(7).                    JQGK85
003400      12            QH00-ZNCLC  PICTURE  X.                       JQGK85
003500      12            QH00-ZG003.                                   JQGK85
003600      13            QH00-Z9001  PICTURE  9.                       JQGK85
003700      13            QH00-CUGCP  PICTURE  XX.                      JQGK85
003800      11            QH00-DCD1A  PICTURE  9(8).                    JQGK85
003900      11            QH00-CPD1A  PICTURE  X(2).                    JQGK85
004000      10            QH00-CCD1A  PICTURE  X.                       JQGK85
004100      10            QH00-QEN1A  PICTURE  999.                     JQGK85
004200      10            QH00-CCD1D  PICTURE  X.                       JQGK85
004300      10            QH00-QCD1B  PICTURE  9(4).                    JQGK85
004400      10            QH00-CCA1A  PICTURE  X.                       JQGK85
004500      10            QH00-CEN1A  PICTURE  X.                       JQGK85
004600      10            QH00-NEN1A  PICTURE  9(8).                    JQGK85
004700      10            QH00-ZEN1A  PICTURE  9(1).                    JQGK85
004800      10            QH00-CCP1A  PICTURE  9(2).                    JQGK85
004900      10            QH00-NCHSU  PICTURE  X(20).                   JQGK85
005000      10            QH00-CCANA  PICTURE  X(2).                    JQGK85
005100      10            QH00-ZF015  PICTURE  X(15).                   JQGK85
005200 FD                 DT-FICHIER                                    JQGK85
005300      BLOCK              00000 RECORDS                            JQGK85
005400      RECORDING  F.                                               JQGK85
005500 01                 DT-REC.                                       JQGK85
005600      10            DT-NCNCP    PICTURE  X(11).                   JQGK85
005700      10            DT-DCD1A    PICTURE  9(8).                    JQGK85
005800      10            DT-CPD1A    PICTURE  X(2).                    JQGK85
005900      10            DT-SEQ      PICTURE  9(3).                    JQGK85
006000      10            DT-QEN1A    PICTURE  999.                     JQGK85
006100      10            DT-NEN1A    PICTURE  9(8).                    JQGK85
006200      10            DT-NCHSU    PICTURE  X(20).                   JQGK85
006300      10            DT-DATOR    PICTURE  X(6).                    JQGK85
006400      10            DT-TIMCO    PICTURE  X(6).                    JQGK85
006500 FD                 LT-FICHIER                                    JQGK85
006600      BLOCK              00000 RECORDS                            JQGK85
006700      RECORDING  F.                                               JQGK85
006800 01                 LT-REC.                                       JQGK85
006900      10            LT-KQH01    PICTURE  X(21).                   JQGK85
007000      10            FILLER      PICTURE  X(34).                   JQGK85
007100      10            LT-DATOR    PICTURE  X(6).                    JQGK85
007200      10            LT-TIMCO    PICTURE  X(6).                    JQGK85
007300 FD                 PRM-FICHIER                                   JQGK85
007400      BLOCK              00000 RECORDS                            JQGK85
007500      RECORDING  F.                                               JQGK85
007600 01                 PRM-REC.                                      JQGK85
007700      10            PRM-MOIS    PICTURE  X(6).                    JQGK85
007800      10            FILLER      PICTURE  X(74).                   JQGK85
007900 FD                 RP-FICHIER                                    JQGK85
008000      BLOCK              00000 RECORDS                            JQGK85
008100      RECORDING  F.                                               JQGK85
008200 01                 RP-REC      PICTURE  X(132).                  JQGK85
008300 SD                 TR-FICHIER.                                   JQGK85
008400 01                 TR-ENR.                                       JQGK85
008500      10            TR-KQH01    PICTURE  X(21).                   JQGK85
008600      10            FILLER      PICTURE  X(34).                   JQGK85
008700      10            TR-DATOR    PICTURE  X(6).                    JQGK85
008800      10            TR-TIMCO    PICTURE  X(6).                    JQGK85
008900 SD                 TS-FICHIER.                                   JQGK85
009000 01                 TS-ENR.                                       JQGK85
009100      10            TS-CLE.                                       JQGK85
009200      11            TS-CPD1A    PICTURE  X(2).                    JQGK85
009300      11            TS-CCANA    PICTURE  X(2).                    JQGK85
009400      10            TS-DELAI    PICTURE  9(5).                    JQGK85
009500      10            TS-NCNCP    PICTURE  X(11).                   JQGK85
009600      10            TS-DCD1A    PICTURE  9(8).                    JQGK85
009700      10            TS-DATLV    PICTURE  9(8).                    JQGK85
009800 WORKING-STORAGE SECTION.                                         JQGK85
009900 01  ZONES-STATUS.                                                JQGK85
010000      05   VSAM-STATUS.                                           JQGK85
010100        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQGK85
010200        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQGK85
010300        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQGK85
010400      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQGK85
010500 01                 DT-STATUS   PICTURE  XX.                      JQGK85
010600 01                 PRM-STATUS  PICTURE  XX.                      JQGK85
010700 01                 IK-FIN-QH   PICTURE  X  VALUE  '0'.           JQGK85
010800      88            FIN-QH                VALUE  '1'.             JQGK85
010900 01                 IK-FIN-TRI  PICTURE  X  VALUE  '0'.           JQGK85
011000      88            FIN-TRI               VALUE  '1'.             JQGK85
011100 01                 W-DATE-RUN.                                   JQGK85
011200      05            W-RUN-AAAA  PICTURE  9(4).                    JQGK85
011300      05            W-RUN-MM    PICTURE  9(2).                    JQGK85
011400      05            W-RUN-JJ    PICTURE  9(2).                    JQGK85
011500 01                 W-MOIS      PICTURE  9(6) VALUE ZERO.         JQGK85
011600 01                 W-MOIS-E    REDEFINES W-MOIS.                 JQGK85
011700      05            W-MOIS-AAAA PICTURE  9(4).                    JQGK85
011800      05            W-MOIS-MM   PICTURE  9(2).                    JQGK85
011900 01                 W-LT-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGK85
012000 01                 W-DATLT     PICTURE  9(8) VALUE ZERO.         JQGK85
012100 01                 W-DATLT-E   REDEFINES W-DATLT.                JQGK85
012200      05            W-DLT-SS    PICTURE  9(2).                    JQGK85
012300      05            W-DLT-AAMMJJ PICTURE X(6).                    JQGK85
012400 01                 W-DATLV     PICTURE  9(8) VALUE ZERO.         JQGK85
012500 01                 W-DATLV-E   REDEFINES W-DATLV.                JQGK85
012600      05            W-DLV-MOIS  PICTURE  9(6).                    JQGK85
012700      05            W-DLV-JJ    PICTURE  9(2).                    JQGK85
012800 01                 W-DELAI     PICTURE  9(5) VALUE ZERO.         JQGK85
012900 01                 W-GR-CPT    PICTURE  9(4) VALUE ZERO.         JQGK85
013000 01                 W-GR-IX     PICTURE  9(4) VALUE ZERO.         JQGK85
013100 01                 W-GR-TROUVE PICTURE  X    VALUE 'N'.          JQGK85
013200 01                 W-GR-PLEIN  PICTURE  X    VALUE 'N'.          JQGK85
013300 01                 W-GR-CLE.                                     JQGK85
013400      10            W-GR-CPD1A  PICTURE  X(2).                    JQGK85
013500      10            W-GR-CCANA  PICTURE  X(2).                    JQGK85
013600 01                 W-GR-TABLE.                                   JQGK85
013700      05            W-GR-ENT    OCCURS 400 TIMES.                 JQGK85
013800      10            W-GR-ECLE   PICTURE  X(4).                    JQGK85
013900      10            W-GR-NB     PICTURE  9(7).                    JQGK85
014000      10            W-GR-SOM    PICTURE  9(9).                    JQGK85
014100      10            W-GR-MAX    PICTURE  9(5).                    JQGK85
014200 01                 W-LE-CPT    PICTURE  9(4) VALUE ZERO.         JQGK85
014300 01                 W-LE-IX     PICTURE  9(4) VALUE ZERO.         JQGK85
014400 01                 W-LE-JX     PICTURE  9(4) VALUE ZERO.         JQGK85
014500 01                 W-LE-TAMPON PICTURE  X(36).                   JQGK85
014600 01                 W-LE-TABLE.                                   JQGK85
014700      05            W-LE-ENT    OCCURS 20 TIMES.                  JQGK85
014800      10            W-LE-NCNCP  PICTURE  X(11).                   JQGK85
014900      10            W-LE-DCD1A  PICTURE  9(8).                    JQGK85
015000      10            W-LE-CPD1A  PICTURE  X(2).                    JQGK85
015100      10            W-LE-CCANA  PICTURE  X(2).                    JQGK85
015200      10            W-LE-DATLV  PICTURE  9(8).                    JQGK85
015300      10            W-LE-DELAI  PICTURE  9(5).                    JQGK85
015400 01                 W-ED-CLE-PREC PICTURE X(4) VALUE HIGH-VALUE.  JQGK85
015500 01                 W-ED-NB     PICTURE  9(7) VALUE ZERO.         JQGK85
015600 01                 W-ED-SOM    PICTURE  9(9) VALUE ZERO.         JQGK85
015700 01                 W-ED-MAX    PICTURE  9(5) VALUE ZERO.         JQGK85
015800 01                 W-ED-POS    PICTURE  9(7) VALUE ZERO.         JQGK85
015900 01                 W-ED-P1     PICTURE  9(7) VALUE ZERO.         JQGK85
016000 01                 W-ED-P2     PICTURE  9(7) VALUE ZERO.         JQGK85
016100 01                 W-ED-M1     PICTURE  9(5) VALUE ZERO.         JQGK85
016200 01                 W-ED-M2     PICTURE  9(5) VALUE ZERO.         JQGK85
016300 01                 W-TOT-NB    PICTURE  9(7) VALUE ZERO.         JQGK85
016400 01                 W-TOT-SOM   PICTURE  9(9) VALUE ZERO.         JQGK85
016500 01                 W-TOT-MAX   PICTURE  9(5) VALUE ZERO.         JQGK85
016600 01                 COMPTEURS-DLV COMPUTATIONAL-3.                JQGK85
016700      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQGK85
016800      05       5-LV-LUS      PICTURE S9(9) VALUE ZERO.            JQGK85
016900      05       5-QH00-LIVRE  PICTURE S9(9) VALUE ZERO.            JQGK85
017000      05       5-QH00-SANSDT PICTURE S9(9) VALUE ZERO.            JQGK85
017100      05       5-DELAI-NEG   PICTURE S9(9) VALUE ZERO.            JQGK85
017200     COPY SY0099.                                                 JQGK85
017300     COPY SY0095.                                                 JQGK85
017400 01  LIGNE-TITRE.                                                 JQGK85
017500      05  FILLER  PICTURE X(50) VALUE                             JQGK85
017600          'DELAIS COMMANDE-LIVRAISON (JOURS OUVRES) - MOIS '.     JQGK85
017700      05  LT-MOIS PICTURE 9(6).                                   JQGK85
017800      05  FILLER  PICTURE X(10) VALUE ' EDITE LE '.               JQGK85
017900      05  LT-DATE PICTURE 9(8).                                   JQGK85
018000      05  FILLER  PICTURE X(58) VALUE SPACE.                      JQGK85
018100 01  LIGNE-COLS.                                                  JQGK85
018200      05  FILLER  PICTURE X(06) VALUE 'PDV   '.                   JQGK85
018300      05  FILLER  PICTURE X(08) VALUE 'CANAL   '.                 JQGK85
018400      05  FILLER  PICTURE X(10) VALUE '  NB CDES '.               JQGK85
018500      05  FILLER  PICTURE X(10) VALUE '  MOYENNE '.               JQGK85
018600      05  FILLER  PICTURE X(10) VALUE '  MEDIANE '.               JQGK85
018700      05  FILLER  PICTURE X(10) VALUE '   MAXIMUM'.               JQGK85
018800      05  FILLER  PICTURE X(78) VALUE SPACE.                      JQGK85
018900 01  LIGNE-DET.                                                   JQGK85
019000      05  LD-PDV     PICTURE X(2).                                JQGK85
019100      05  FILLER     PICTURE X(4)  VALUE SPACE.                   JQGK85
019200      05  LD-CAN     PICTURE X(2).                                JQGK85
019300      05  FILLER     PICTURE X(6)  VALUE SPACE.                   JQGK85
019400      05  LD-NB      PICTURE Z(6)9.                               JQGK85
019500      05  FILLER     PICTURE X(3)  VALUE SPACE.                   JQGK85
019600      05  LD-MOY     PICTURE Z(4)9.9.                             JQGK85
019700      05  FILLER     PICTURE X(3)  VALUE SPACE.                   JQGK85
019800      05  LD-MED     PICTURE Z(4)9.9.                             JQGK85
019900      05  FILLER     PICTURE X(5)  VALUE SPACE.                   JQGK85
020000      05  LD-MAX     PICTURE Z(4)9.                               JQGK85
020100      05  FILLER     PICTURE X(78) VALUE SPACE.                   JQGK85
020200 01  LIGNE-TOT.                                                   JQGK85
020300      05  FILLER     PICTURE X(14) VALUE 'TOTAL MOIS    '.        JQGK85
020400      05  LT-NB      PICTURE Z(6)9.                               JQGK85
020500      05  FILLER     PICTURE X(3)  VALUE SPACE.                   JQGK85
020600      05  LT-MOY     PICTURE Z(4)9.9.                             JQGK85
020700      05  FILLER     PICTURE X(15) VALUE SPACE.                   JQGK85
020800      05  LT-MAX     PICTURE Z(4)9.                               JQGK85
020900      05  FILLER     PICTURE X(81) VALUE SPACE.                   JQGK85
021000 01  LIGNE-LENT-TITRE PICTURE X(132) VALUE                        JQGK85
021100     'COMMANDES LES PLUS LENTES DU MOIS'.                         JQGK85
021200 01  LIGNE-LENT-COLS.                                             JQGK85
021300      05  FILLER  PICTURE X(12) VALUE 'COMMANDE    '.             JQGK85
021400      05  FILLER  PICTURE X(09) VALUE 'DATE CDE '.                JQGK85
021500      05  FILLER  PICTURE X(04) VALUE 'PDV '.                     JQGK85
021600      05  FILLER  PICTURE X(06) VALUE 'CANAL '.                   JQGK85
021700      05  FILLER  PICTURE X(09) VALUE 'DATE LIV '.                JQGK85
021800      05  FILLER  PICTURE X(06) VALUE ' DELAI'.                   JQGK85
021900      05  FILLER  PICTURE X(86) VALUE SPACE.                      JQGK85
022000 01  LIGNE-LENT.                                                  JQGK85
022100      05  LL-NCNCP   PICTURE X(11).                               JQGK85
022200      05  FILLER     PICTURE X     VALUE SPACE.                   JQGK85
022300      05  LL-DCD1A   PICTURE 9(8).                                JQGK85
022400      05  FILLER     PICTURE X     VALUE SPACE.                   JQGK85
022500      05  LL-PDV     PICTURE X(2).                                JQGK85
022600      05  FILLER     PICTURE X(2)  VALUE SPACE.                   JQGK85
022700      05  LL-CAN     PICTURE X(2).                                JQGK85
022800      05  FILLER     PICTURE X(4)  VALUE SPACE.                   JQGK85
022900      05  LL-DATLV   PICTURE 9(8).                                JQGK85
023000      05  FILLER     PICTURE X     VALUE SPACE.                   JQGK85
023100      05  LL-DELAI   PICTURE Z(4)9.                               JQGK85
023200      05  FILLER     PICTURE X(87) VALUE SPACE.                   JQGK85
023300 PROCEDURE DIVISION.                                              JQGK85
023400 K00.                                                             JQGK85
023500      MOVE       'JQGK85' TO X95-PROGRAMME                        JQGK85
023600      MOVE       'D' TO X95-PHASE                                 JQGK85
023700      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGK85
023800                 X95-CPT-REJET                                    JQGK85
023900      MOVE       SPACES TO X95-ETAT                               JQGK85
024000      CALL       'SY0095' USING SY0095-PARMS                      JQGK85
024100      MOVE       'C' TO X99-FONCTION                              JQGK85
024200      CALL       'SY0099' USING SY0099-PARMS                      JQGK85
024300      MOVE       X99-DATE-8 TO W-DATE-RUN.                        JQGK85
024400*          NOTE * MOIS PAR DEFAUT = MOIS PRECEDENT *.             JQGK85
024500      IF         W-RUN-MM  =  1                                   JQGK85
024600      COMPUTE    W-MOIS-AAAA = W-RUN-AAAA - 1                     JQGK85
024700      MOVE       12 TO W-MOIS-MM                                  JQGK85
024800      ELSE                                                        JQGK85
024900      MOVE       W-RUN-AAAA TO W-MOIS-AAAA                        JQGK85
025000      COMPUTE    W-MOIS-MM = W-RUN-MM - 1.                        JQGK85
025100      OPEN INPUT                    PRM-FICHIER.                  JQGK85
025200      IF         PRM-STATUS  =  '00'                              JQGK85
025300      PERFORM    K01PRM THRU K01PRM-FN                            JQGK85
025400      CLOSE      PRM-FICHIER.                                     JQGK85
025500 K00-FN.   EXIT.                                                  JQGK85
025600 K02.      SORT       TR-FICHIER                                  JQGK85
025700                 ASCENDING KEY TR-KQH01 TR-DATOR TR-TIMCO         JQGK85
025800                 USING         DT-FICHIER                         JQGK85
025900                 GIVING        LT-FICHIER.                        JQGK85
026000      OPEN INPUT                    QH-FICHIER.                   JQGK85
026100      IF        1-QH01-STATUS  NOT  = ZERO                        JQGK85
026200           AND  1-QH01-STATUS  NOT  = '97'                        JQGK85
026300      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQGK85
026400                 1-QH01-STATUS                                    JQGK85
026500      MOVE       8 TO RETURN-CODE                                 JQGK85
026600      GO TO      K98.                                             JQGK85
026700      OPEN INPUT                    LT-FICHIER.                   JQGK85
026800      SORT       TS-FICHIER                                       JQGK85
026900                 ASCENDING KEY TS-CPD1A TS-CCANA TS-DELAI         JQGK85
027000                 INPUT PROCEDURE IS K10APP THRU K10APP-FN         JQGK85
027100                 OUTPUT PROCEDURE IS K50EDI THRU K50EDI-FN.       JQGK85
027200      CLOSE      QH-FICHIER                                       JQGK85
027300                 LT-FICHIER.                                      JQGK85
027400      DISPLAY    'ENREG. QH LUS          = ' 5-QH00-LUS           JQGK85
027500      DISPLAY    'LIGNES LVDET LUES      = ' 5-LV-LUS             JQGK85
027600      DISPLAY    'COMMANDES LIVREES MOIS = ' 5-QH00-LIVRE         JQGK85
027700      DISPLAY    'SOLDEES SANS DETAIL LV = ' 5-QH00-SANSDT        JQGK85
027800      DISPLAY    'LIVRAISON AVANT CDE    = ' 5-DELAI-NEG.         JQGK85
027900 K02-FN.   EXIT.                                                  JQGK85
028000 K98.                                                             JQGK85
028100      MOVE       'F' TO X95-PHASE                                 JQGK85
028200      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQGK85
028300      MOVE       5-QH00-LIVRE TO X95-CPT-SORTIE                   JQGK85
028400      MOVE       5-QH00-SANSDT TO X95-CPT-REJET                   JQGK85
028425      IF         RETURN-CODE  =  ZERO                             JQGK85
028450      MOVE       'OK' TO X95-ETAT                                 JQGK85
028475      ELSE                                                        JQGK85
028500      MOVE       'ANOMALIE' TO X95-ETAT.                          JQGK85
028600      CALL       'SY0095' USING SY0095-PARMS.                     JQGK85
028700      GO TO      K99-FN.                                          JQGK85
028800 K98-FN.   EXIT.                                                  JQGK85
028900 K01PRM.   READ       PRM-FICHIER                                 JQGK85
029000      AT END     GO TO   K01PRM-FN.                               JQGK85
029100      IF         PRM-MOIS  NUMERIC                                JQGK85
029200            AND  PRM-MOIS  NOT  =  ZERO                           JQGK85
029300      MOVE       PRM-MOIS TO W-MOIS.                              JQGK85
029400 K01PRM-FN. EXIT.                                                 JQGK85
029500*          NOTE * RAPPROCHEMENT QH / DETAIL LIVRAISONS TRIE *.    JQGK85
029600 K10APP.   PERFORM    K11LT THRU K11LT-FN.                        JQGK85
029700 K10APP-10. READ      QH-FICHIER NEXT RECORD                      JQGK85
029800      AT END     MOVE '1' TO IK-FIN-QH                            JQGK85
029900      GO TO      K10APP-FN.                                       JQGK85
030000      ADD        1 TO 5-QH00-LUS.                                 JQGK85
030100      PERFORM    K11LT THRU K11LT-FN                              JQGK85
030200         UNTIL   W-LT-CLE  NOT <  QH00-KQH01.                     JQGK85
030300      MOVE       ZERO TO W-DATLV.                                 JQGK85
030400      PERFORM    K12DAT THRU K12DAT-FN                            JQGK85
030500         UNTIL   W-LT-CLE  NOT  =  QH00-KQH01.                    JQGK85
030600      IF         QH00-CEN1A  NOT  =  'T'                          JQGK85
030700      GO TO      K10APP-10.                                       JQGK85
030800      IF         W-DATLV  =  ZERO                                 JQGK85
030900      ADD        1 TO 5-QH00-SANSDT                               JQGK85
031000      GO TO      K10APP-10.                                       JQGK85
031100      IF         W-DLV-MOIS  NOT  =  W-MOIS                       JQGK85
031200      GO TO      K10APP-10.                                       JQGK85
031300      PERFORM    K13DEL THRU K13DEL-FN.                           JQGK85
031400      PERFORM    K20CUM THRU K20CUM-FN.                           JQGK85
031500      PERFORM    K30LEN THRU K30LEN-FN.                           JQGK85
031600      MOVE       QH00-CPD1A TO TS-CPD1A                           JQGK85
031700      MOVE       QH00-CCANA TO TS-CCANA                           JQGK85
031800      MOVE       W-DELAI TO TS-DELAI                              JQGK85
031900      MOVE       QH00-NCNCP TO TS-NCNCP                           JQGK85
032000      MOVE       QH00-DCD1A TO TS-DCD1A                           JQGK85
032100      MOVE       W-DATLV TO TS-DATLV                              JQGK85
032200      RELEASE    TS-ENR                                           JQGK85
032300      ADD        1 TO 5-QH00-LIVRE                                JQGK85
032400      GO TO      K10APP-10.                                       JQGK85
032500 K10APP-FN. EXIT.                                                 JQGK85
032600 K11LT.    READ       LT-FICHIER                                  JQGK85
032700      AT END     MOVE HIGH-VALUE TO W-LT-CLE                      JQGK85
032800      GO TO      K11LT-FN.                                        JQGK85
032900      ADD        1 TO 5-LV-LUS.                                   JQGK85
033000      MOVE       LT-KQH01 TO W-LT-CLE.                            JQGK85
033100      MOVE       ZERO TO W-DATLT.                                 JQGK85
033200      IF         LT-DATOR  NOT NUMERIC                            JQGK85
033300      GO TO      K11LT-FN.                                        JQGK85
033400      MOVE       LT-DATOR (1:2) TO X99-YY                         JQGK85
033500      MOVE       'S' TO X99-FONCTION                              JQGK85
033600      CALL       'SY0099' USING SY0099-PARMS                      JQGK85
033700      MOVE       X99-CC TO W-DLT-SS                               JQGK85
033800      MOVE       LT-DATOR TO W-DLT-AAMMJJ.                        JQGK85
033900 K11LT-FN. EXIT.                                                  JQGK85
034000*          NOTE * DATE DE LIVRAISON = DERNIERE EXPEDITION *.      JQGK85
034100 K12DAT.   IF         W-DATLT  >  W-DATLV                         JQGK85
034200      MOVE       W-DATLT TO W-DATLV.                              JQGK85
034300      PERFORM    K11LT THRU K11LT-FN.                             JQGK85
034400 K12DAT-FN. EXIT.                                                 JQGK85
034500*          NOTE * DELAI EN JOURS OUVRES (CALENDRIER HOLCAL) *.    JQGK85
034600 K13DEL.   MOVE       'E' TO X99-FONCTION                         JQGK85
034700      MOVE       QH00-DCD1A TO X99-DATE-8                         JQGK85
034800      MOVE       W-DATLV TO X99-DATE-8B                           JQGK85
034900      CALL       'SY0099' USING SY0099-PARMS                      JQGK85
035000      IF         X99-NB-JOURS  <  ZERO                            JQGK85
035100      ADD        1 TO 5-DELAI-NEG                                 JQGK85
035200      MOVE       ZERO TO W-DELAI                                  JQGK85
035300      ELSE                                                        JQGK85
035400      MOVE       X99-NB-JOURS TO W-DELAI.                         JQGK85
035500 K13DEL-FN. EXIT.                                                 JQGK85
035600 K20CUM.   MOVE       'N' TO W-GR-TROUVE.                         JQGK85
035700      MOVE       QH00-CPD1A TO W-GR-CPD1A                         JQGK85
035800      MOVE       QH00-CCANA TO W-GR-CCANA                         JQGK85
035900      ADD        1 TO W-TOT-NB                                    JQGK85
036000      ADD        W-DELAI TO W-TOT-SOM                             JQGK85
036100      IF         W-DELAI  >  W-TOT-MAX                            JQGK85
036200      MOVE       W-DELAI TO W-TOT-MAX.                            JQGK85
036300      IF         W-GR-CPT  =  ZERO                                JQGK85
036400      GO TO      K20CUM-AJ.                                       JQGK85
036500      PERFORM    K21CHE THRU K21CHE-FN                            JQGK85
036600         VARYING W-GR-IX FROM 1 BY 1                              JQGK85
036700         UNTIL   W-GR-IX > W-GR-CPT                               JQGK85
036800            OR   W-GR-TROUVE = 'O'.                               JQGK85
036900      IF         W-GR-TROUVE  =  'O'                              JQGK85
037000      SUBTRACT   1 FROM W-GR-IX                                   JQGK85
037100      GO TO      K20CUM-CUM.                                      JQGK85
037200 K20CUM-AJ.                                                       JQGK85
037300      IF         W-GR-CPT  NOT <  400                             JQGK85
037400      IF         W-GR-PLEIN  =  'N'                               JQGK85
037500      MOVE       'O' TO W-GR-PLEIN                                JQGK85
037600      DISPLAY    'TABLE DELAIS PDV/CANAL SATUREE'                 JQGK85
037700      GO TO      K20CUM-FN                                        JQGK85
037800      ELSE                                                        JQGK85
037900      GO TO      K20CUM-FN.                                       JQGK85
038000      ADD        1 TO W-GR-CPT                                    JQGK85
038100      MOVE       W-GR-CPT TO W-GR-IX                              JQGK85
038200      MOVE       W-GR-CLE TO W-GR-ECLE (W-GR-IX)                  JQGK85
038300      MOVE       ZERO TO W-GR-NB (W-GR-IX)                        JQGK85
038400      MOVE       ZERO TO W-GR-SOM (W-GR-IX)                       JQGK85
038500      MOVE       ZERO TO W-GR-MAX (W-GR-IX).                      JQGK85
038600 K20CUM-CUM.                                                      JQGK85
038700      ADD        1 TO W-GR-NB (W-GR-IX)                           JQGK85
038800      ADD        W-DELAI TO W-GR-SOM (W-GR-IX)                    JQGK85
038900      IF         W-DELAI  >  W-GR-MAX (W-GR-IX)                   JQGK85
039000      MOVE       W-DELAI TO W-GR-MAX (W-GR-IX).                   JQGK85
039100 K20CUM-FN. EXIT.                                                 JQGK85
039200 K21CHE.   IF         W-GR-ECLE (W-GR-IX)  =  W-GR-CLE            JQGK85
039300      MOVE       'O' TO W-GR-TROUVE.                              JQGK85
039400 K21CHE-FN. EXIT.                                                 JQGK85
039500*          NOTE * TABLE DES 20 COMMANDES LES PLUS LENTES *.       JQGK85
039600 K30LEN.   IF         W-LE-CPT  <  20                             JQGK85
039700      ADD        1 TO W-LE-CPT                                    JQGK85
039800      MOVE       W-LE-CPT TO W-LE-IX                              JQGK85
039900      GO TO      K30LEN-MAJ.                                      JQGK85
040000      IF         W-DELAI  NOT >  W-LE-DELAI (20)                  JQGK85
040100      GO TO      K30LEN-FN.                                       JQGK85
040200      MOVE       20 TO W-LE-IX.                                   JQGK85
040300 K30LEN-MAJ.                                                      JQGK85
040400      MOVE       QH00-NCNCP TO W-LE-NCNCP (W-LE-IX)               JQGK85
040500      MOVE       QH00-DCD1A TO W-LE-DCD1A (W-LE-IX)               JQGK85
040600      MOVE       QH00-CPD1A TO W-LE-CPD1A (W-LE-IX)               JQGK85
040700      MOVE       QH00-CCANA TO W-LE-CCANA (W-LE-IX)               JQGK85
040800      MOVE       W-DATLV TO W-LE-DATLV (W-LE-IX)                  JQGK85
040900      MOVE       W-DELAI TO W-LE-DELAI (W-LE-IX)                  JQGK85
041000      PERFORM    K31MON THRU K31MON-FN                            JQGK85
041100         VARYING W-LE-JX FROM W-LE-IX BY -1                       JQGK85
041200         UNTIL   W-LE-JX < 2.                                     JQGK85
041300 K30LEN-FN. EXIT.                                                 JQGK85
041400 K31MON.   IF         W-LE-DELAI (W-LE-JX)                        JQGK85
041500            >    W-LE-DELAI (W-LE-JX - 1)                         JQGK85
041600      MOVE       W-LE-ENT (W-LE-JX) TO W-LE-TAMPON                JQGK85
041700      MOVE       W-LE-ENT (W-LE-JX - 1)                           JQGK85
041800                 TO W-LE-ENT (W-LE-JX)                            JQGK85
041900      MOVE       W-LE-TAMPON TO W-LE-ENT (W-LE-JX - 1).           JQGK85
042000 K31MON-FN. EXIT.                                                 JQGK85
042100*          NOTE * EDITION MOYENNE, MEDIANE, MAXIMUM *.            JQGK85
042200 K50EDI.                                                          JQGK85
042300      OPEN OUTPUT               RP-FICHIER.                       JQGK85
042400      MOVE       W-MOIS TO LT-MOIS                                JQGK85
042500      MOVE       W-DATE-RUN TO LT-DATE                            JQGK85
042600      WRITE      RP-REC FROM LIGNE-TITRE.                         JQGK85
042700      WRITE      RP-REC FROM LIGNE-COLS.                          JQGK85
042800 K50EDI-10. RETURN    TS-FICHIER                                  JQGK85
042900      AT END     MOVE '1' TO IK-FIN-TRI                           JQGK85
043000      GO TO      K50EDI-90.                                       JQGK85
043100      IF         TS-CLE  NOT  =  W-ED-CLE-PREC                    JQGK85
043200      IF         W-ED-CLE-PREC  NOT  =  HIGH-VALUE                JQGK85
043300      PERFORM    K55LIG THRU K55LIG-FN                            JQGK85
043400      PERFORM    K52DEB THRU K52DEB-FN                            JQGK85
043500      ELSE                                                        JQGK85
043600      PERFORM    K52DEB THRU K52DEB-FN.                           JQGK85
043700      ADD        1 TO W-ED-POS.                                   JQGK85
043800      IF         W-ED-POS  =  W-ED-P1                             JQGK85
043900      MOVE       TS-DELAI TO W-ED-M1.                             JQGK85
044000      IF         W-ED-POS  =  W-ED-P2                             JQGK85
044100      MOVE       TS-DELAI TO W-ED-M2.                             JQGK85
044200      GO TO      K50EDI-10.                                       JQGK85
044300 K50EDI-90.                                                       JQGK85
044400      IF         W-ED-CLE-PREC  NOT  =  HIGH-VALUE                JQGK85
044500      PERFORM    K55LIG THRU K55LIG-FN.                           JQGK85
044600      MOVE       W-TOT-NB TO LT-NB                                JQGK85
044700      MOVE       ZERO TO LT-MOY                                   JQGK85
044800      IF         W-TOT-NB  NOT  =  ZERO                           JQGK85
044900      COMPUTE    LT-MOY ROUNDED = W-TOT-SOM / W-TOT-NB.           JQGK85
045000      MOVE       W-TOT-MAX TO LT-MAX                              JQGK85
045100      WRITE      RP-REC FROM LIGNE-TOT.                           JQGK85
045200      WRITE      RP-REC FROM LIGNE-LENT-TITRE.                    JQGK85
045300      WRITE      RP-REC FROM LIGNE-LENT-COLS.                     JQGK85
045400      PERFORM    K60LEN THRU K60LEN-FN                            JQGK85
045500         VARYING W-LE-IX FROM 1 BY 1                              JQGK85
045600         UNTIL   W-LE-IX > W-LE-CPT.                              JQGK85
045700      CLOSE      RP-FICHIER.                                      JQGK85
045800 K50EDI-FN. EXIT.                                                 JQGK85
045900*          NOTE * RANG(S) DE LA MEDIANE DANS LE GROUPE TRIE *.    JQGK85
046000 K52DEB.   MOVE       TS-CLE TO W-ED-CLE-PREC W-GR-CLE.           JQGK85
046100      MOVE       ZERO TO W-ED-POS W-ED-NB W-ED-SOM W-ED-MAX       JQGK85
046200                 W-ED-M1 W-ED-M2.                                 JQGK85
046300      MOVE       'N' TO W-GR-TROUVE.                              JQGK85
046400      PERFORM    K21CHE THRU K21CHE-FN                            JQGK85
046500         VARYING W-GR-IX FROM 1 BY 1                              JQGK85
046600         UNTIL   W-GR-IX > W-GR-CPT                               JQGK85
046700            OR   W-GR-TROUVE = 'O'.                               JQGK85
046800      IF         W-GR-TROUVE  =  'O'                              JQGK85
046900      SUBTRACT   1 FROM W-GR-IX                                   JQGK85
047000      MOVE       W-GR-NB (W-GR-IX) TO W-ED-NB                     JQGK85
047100      MOVE       W-GR-SOM (W-GR-IX) TO W-ED-SOM                   JQGK85
047200      MOVE       W-GR-MAX (W-GR-IX) TO W-ED-MAX.                  JQGK85
047300      COMPUTE    W-ED-P1 = (W-ED-NB + 1) / 2.                     JQGK85
047400      COMPUTE    W-ED-P2 = W-ED-NB / 2 + 1.                       JQGK85
047500 K52DEB-FN. EXIT.                                                 JQGK85
047600 K55LIG.   IF         W-ED-NB  =  ZERO                            JQGK85
047700      GO TO      K55LIG-FN.                                       JQGK85
047800      MOVE       W-ED-CLE-PREC (1:2) TO LD-PDV                    JQGK85
047900      MOVE       W-ED-CLE-PREC (3:2) TO LD-CAN                    JQGK85
048000      MOVE       W-ED-NB TO LD-NB                                 JQGK85
048100      COMPUTE    LD-MOY ROUNDED = W-ED-SOM / W-ED-NB              JQGK85
048200      COMPUTE    LD-MED = (W-ED-M1 + W-ED-M2) / 2                 JQGK85
048300      MOVE       W-ED-MAX TO LD-MAX                               JQGK85
048400      WRITE      RP-REC FROM LIGNE-DET.                           JQGK85
048500 K55LIG-FN. EXIT.                                                 JQGK85
048600 K60LEN.   MOVE       W-LE-NCNCP (W-LE-IX) TO LL-NCNCP            JQGK85
048700      MOVE       W-LE-DCD1A (W-LE-IX) TO LL-DCD1A                 JQGK85
048800      MOVE       W-LE-CPD1A (W-LE-IX) TO LL-PDV                   JQGK85
048900      MOVE       W-LE-CCANA (W-LE-IX) TO LL-CAN                   JQGK85
049000      MOVE       W-LE-DATLV (W-LE-IX) TO LL-DATLV                 JQGK85
049100      MOVE       W-LE-DELAI (W-LE-IX) TO LL-DELAI                 JQGK85
049200      WRITE      RP-REC FROM LIGNE-LENT.                          JQGK85
049300 K60LEN-FN. EXIT.                                                 JQGK85
049400 K99.      EXIT.                                                  JQGK85
049500 K99-FN.   EXIT.                                                  JQGK85
049600      GOBACK.                                                     JQGK85

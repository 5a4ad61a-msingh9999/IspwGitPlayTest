000100 IDENTIFICATION DIVISION.                                         JQG385
000200 PROGRAM-ID.  JQG385.                                             JQG385
000300*AUTHOR.         EXTRAIT MASQUE DES COMMANDES POUR LA RECETTE.    JQG385
000400*DATE-COMPILED.                                                   JQG385
000500*          NOTE * SELECTION PAR CARTES EXTPRM :                  *JQG385
000600*               *   'D' AAAAMMJJ AAAAMMJJ  PERIODE DCD1A (OBLIG.)*JQG385
000700*               *   'P' XX                 PDV RETENU (0 A 100,  *JQG385
000800*               *                          AUCUNE = TOUS LES PDV)*JQG385
000900*               *   'K' 99999999           CLE DE MASQUAGE       *JQG385
001000*               * LES COMMANDES QH RETENUES ET LES MOUVEMENTS   * JQG385
001100*               * JRNQH, ANNQH, LVDET ET DELTQH DE MEME CLE SONT* JQG385
001200*               * RECOPIES.  LE NUMERO DE COMMANDE (NCC1A) ET LE* JQG385
001300*               * CHASSIS (NCHSU) SONT MASQUES PAR UNE SUBSTI-  * JQG385
001400*               * TUTION PAR POSITION, IDENTIQUE DANS TOUS LES  * JQG385
001500*               * FICHIERS ET SANS COLLISION.  EXTQH EST AU     * JQG385
001600*               * FORMAT SAVQH (HDR/TRL, CLES TRIEES) ET SE     * JQG385
001700*               * CHARGE DANS LE QH DE RECETTE PAR JQGZ85.      * JQG385
001800 ENVIRONMENT DIVISION.                                            JQG385
001900 CONFIGURATION SECTION.                                           JQG385
002000 SOURCE-COMPUTER. IBM-370.                                        JQG385
002100 OBJECT-COMPUTER. IBM-370.                                        JQG385
002200 INPUT-OUTPUT SECTION.                                            JQG385
002300 FILE-CONTROL.                                                    JQG385
002400      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQG385
002500      ORGANIZATION INDEXED                                        JQG385
002600      ACCESS IS SEQUENTIAL                                        JQG385
002700      FILE STATUS IS                   1-QH01-STATUS              JQG385
002800                                       VSAM-STATUS                JQG385
002900      RECORD KEY  IS                     QH00-KQH01               JQG385
003000      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQG385
003100      WITH DUPLICATES.                                            JQG385
003200      SELECT     PRM-FICHIER   ASSIGN    TO  EXTPRM               JQG385
003300      FILE STATUS IS                    PRM-STATUS.               JQG385
003400      SELECT     JN-FICHIER    ASSIGN    TO  JRNQH                JQG385
003500      FILE STATUS IS                    JN-STATUS.                JQG385
003600      SELECT     AN-FICHIER    ASSIGN    TO  ANNQH                JQG385
003700      FILE STATUS IS                    AN-STATUS.                JQG385
003800      SELECT     DT-FICHIER    ASSIGN    TO  LVDET                JQG385
003900      FILE STATUS IS                    DT-STATUS.                JQG385
004000      SELECT     DL-FICHIER    ASSIGN    TO  DELTQH               JQG385
004100      FILE STATUS IS                    DL-STATUS.                JQG385
004200      SELECT     XQ-FICHIER    ASSIGN    TO  EXTQH.               JQG385
004300      SELECT     XJ-FICHIER    ASSIGN    TO  EXTJRN.              JQG385
004400      SELECT     XA-FICHIER    ASSIGN    TO  EXTANN.              JQG385
004500      SELECT     XD-FICHIER    ASSIGN    TO  EXTDT.               JQG385
004600      SELECT     XL-FICHIER    ASSIGN    TO  EXTDL.               JQG385
004700      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQG385
004800 DATA DIVISION.                                                   JQG385
004900 FILE SECTION.                                                    JQG385
005000 FD                 QH-FICHIER.                                   JQG385
005100 01                 QH00.                                         JQG385
005200      10            QH00-KQH01.                                   JQG385
005300      11            QH00-NCNCP.                                   JQG385
005400      12            QH00-NCC1A  PICTURE  9(7).                    JQG385
005500      12            QH00-ZNCLC  PICTURE  X.                       JQG385
005600      12            QH00-ZG003.                                   JQG385
005700      13            QH00-Z9001  PICTURE  9.                       JQG385
005800      13            QH00-CUGCP  PICTURE  XX.                      JQG385
005900      11            QH00-DCD1A  PICTURE  9(8).                    JQG385
006000      11            QH00-CPD1A  PICTURE  X(2).                    JQG385
006100      10            QH00-CCD1A  PICTURE  X.                       JQG385
006200      10            QH00-QEN1A  PICTURE  999.                     JQG385
006300      10            QH00-CCD1D  PICTURE  X.                       JQG385
006400      10            QH00-QCD1B  PICTURE  9(4).                    JQG385
006500      10            QH00-CCA1A  PICTURE  X.                       JQG385
006600      10            QH00-CEN1A  PICTURE  X.                       JQG385
006700      10            QH00-NEN1A  PICTURE  9(8).                    JQG385
006800      10            QH00-ZEN1A  PICTURE  9(1).                    JQG385
006900      10            QH00-CCP1A  PICTURE  9(2).                    JQG385
007000      10            QH00-NCHSU  PICTURE  X(20).                   JQG385
007100      10            QH00-CCANA  PICTURE  X(2).                    JQG385
007200      10            QH00-ZF015  PICTURE  X(15).                   JQG385
007300 FD                 PRM-FICHIER                                   JQG385
007400      BLOCK              00000 RECORDS                            JQG385
007500      RECORDING  F.                                               JQG385
007600 01                 PRM-REC.                                      JQG385
007700      10            PRM-TYPE    PICTURE  X.                       JQG385
007800      10            PRM-DONNEES PICTURE  X(79).                   JQG385
007900      10            PRM-D       REDEFINES PRM-DONNEES.            JQG385
008000      11            PRM-DDEB    PICTURE  X(8).                    JQG385
008100      11            FILLER      PICTURE  X.                       JQG385
008200      11            PRM-DFIN    PICTURE  X(8).                    JQG385
008300      11            FILLER      PICTURE  X(62).                   JQG385
008400      10            PRM-P       REDEFINES PRM-DONNEES.            JQG385
008500      11            PRM-CPD1A   PICTURE  X(2).                    JQG385
008600      11            FILLER      PICTURE  X(77).                   JQG385
008700      10            PRM-K       REDEFINES PRM-DONNEES.            JQG385
008800      11            PRM-CLE     PICTURE  X(8).                    JQG385
008900      11            FILLER      PICTURE  X(71).                   JQG385
009000 FD                 JN-FICHIER                                    JQG385
009100      BLOCK              00000 RECORDS                            JQG385
009200      RECORDING  F.                                               JQG385
009300 01                 JN-REC.                                       JQG385
009400      10            JN-TYPE     PICTURE  X.                       JQG385
009500      10            JN-ACTION   PICTURE  X.                       JQG385
009600      10            JN-KQH01    PICTURE  X(21).                   JQG385
009700      10            JN-QH00     PICTURE  X(80).                   JQG385
009800      10            JN-DATOR    PICTURE  X(6).                    JQG385
009900      10            JN-TIMCO    PICTURE  X(6).                    JQG385
010000 FD                 AN-FICHIER                                    JQG385
010100      BLOCK              00000 RECORDS                            JQG385
010200      RECORDING  F.                                               JQG385
010300 01                 AN-REC.                                       JQG385
010400      10            AN-KQH01    PICTURE  X(21).                   JQG385
010500      10            AN-QANN     PICTURE  999.                     JQG385
010600      10            AN-CMOTIF   PICTURE  X(2).                    JQG385
010700      10            AN-DATOR    PICTURE  X(6).                    JQG385
010800      10            AN-TIMCO    PICTURE  X(6).                    JQG385
010900 FD                 DT-FICHIER                                    JQG385
011000      BLOCK              00000 RECORDS                            JQG385
011100      RECORDING  F.                                               JQG385
011200 01                 DT-REC.                                       JQG385
011300      10            DT-KQH01    PICTURE  X(21).                   JQG385
011400      10            DT-SEQ      PICTURE  9(3).                    JQG385
011500      10            DT-QEN1A    PICTURE  999.                     JQG385
011600      10            DT-NEN1A    PICTURE  9(8).                    JQG385
011700      10            DT-NCHSU    PICTURE  X(20).                   JQG385
011800      10            DT-DATOR    PICTURE  X(6).                    JQG385
011900      10            DT-TIMCO    PICTURE  X(6).                    JQG385
012000 FD                 DL-FICHIER                                    JQG385
012100      BLOCK              00000 RECORDS                            JQG385
012200      RECORDING  F.                                               JQG385
012300 01                 DL-REC.                                       JQG385
012400      10            DL-ACTION   PICTURE  X.                       JQG385
012500      10            DL-QH00     PICTURE  X(80).                   JQG385
012600      10            DL-DATOR    PICTURE  X(6).                    JQG385
012700      10            DL-TIMCO    PICTURE  X(6).                    JQG385
012800 FD                 XQ-FICHIER                                    JQG385
012900      BLOCK              00000 RECORDS                            JQG385
013000      RECORDING  F.                                               JQG385
013100 01                 XQ-REC      PICTURE  X(80).                   JQG385
013200 FD                 XJ-FICHIER                                    JQG385
013300      BLOCK              00000 RECORDS                            JQG385
013400      RECORDING  F.                                               JQG385
013500 01                 XJ-REC      PICTURE  X(115).                  JQG385
013600 FD                 XA-FICHIER                                    JQG385
013700      BLOCK              00000 RECORDS                            JQG385
013800      RECORDING  F.                                               JQG385
013900 01                 XA-REC      PICTURE  X(38).                   JQG385
014000 FD                 XD-FICHIER                                    JQG385
014100      BLOCK              00000 RECORDS                            JQG385
014200      RECORDING  F.                                               JQG385
014300 01                 XD-REC      PICTURE  X(67).                   JQG385
014400 FD                 XL-FICHIER                                    JQG385
014500      BLOCK              00000 RECORDS                            JQG385
014600      RECORDING  F.                                               JQG385
014700 01                 XL-REC      PICTURE  X(93).                   JQG385
014800 SD                 TR-FICHIER.                                   JQG385
014900 01                 TR-ENR.                                       JQG385
015000      10            TR-KQH01    PICTURE  X(21).                   JQG385
015100      10            FILLER      PICTURE  X.                       JQG385
015200      10            TR-QEN1A    PICTURE  999.                     JQG385
015300      10            FILLER      PICTURE  X.                       JQG385
015400      10            TR-QCD1B    PICTURE  9(4).                    JQG385
015500      10            FILLER      PICTURE  X(50).                   JQG385
015600 WORKING-STORAGE SECTION.                                         JQG385
015700 01  ZONES-STATUS.                                                JQG385
015800      05   VSAM-STATUS.                                           JQG385
015900        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQG385
016000        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQG385
016100        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQG385
016200      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQG385
016300 01                 PRM-STATUS  PICTURE  XX.                      JQG385
016400 01                 JN-STATUS   PICTURE  XX.                      JQG385
016500 01                 AN-STATUS   PICTURE  XX.                      JQG385
016600 01                 DT-STATUS   PICTURE  XX.                      JQG385
016700 01                 DL-STATUS   PICTURE  XX.                      JQG385
016800 01                 IK-FIN      PICTURE  X  VALUE  '0'.           JQG385
016900      88            FIN-FICHIER           VALUE  '1'.             JQG385
017000 01                 W-PRM-KO    PICTURE  X  VALUE 'N'.            JQG385
017100 01                 W-DDEB      PICTURE  9(8) VALUE ZERO.         JQG385
017200 01                 W-DFIN      PICTURE  9(8) VALUE ZERO.         JQG385
017300 01                 W-PV-CPT    PICTURE  9(3) VALUE ZERO.         JQG385
017400 01                 W-PV-IX     PICTURE  9(3) VALUE ZERO.         JQG385
017500 01                 W-PV-TABLE.                                   JQG385
017600      05            W-PV-CODE   PICTURE  X(2) OCCURS 100 TIMES.   JQG385
017700*          NOTE * CLE DE COMMANDE A TESTER OU A MASQUER *.        JQG385
017800 01                 W-SE-CLE.                                     JQG385
017900      10            W-SE-NCNCP  PICTURE  X(11).                   JQG385
018000      10            W-SE-DCD1A  PICTURE  X(8).                    JQG385
018100      10            W-SE-DCD1A-N REDEFINES W-SE-DCD1A             JQG385
018200                                PICTURE  9(8).                    JQG385
018300      10            W-SE-CPD1A  PICTURE  X(2).                    JQG385
018400 01                 W-SE-OK     PICTURE  X  VALUE 'N'.            JQG385
018500 01                 W-IM        PICTURE  X(80) VALUE SPACE.       JQG385
018600 01                 W-IM-E      REDEFINES W-IM.                   JQG385
018700      05            W-IM-KQH01  PICTURE  X(21).                   JQG385
018800      05            FILLER      PICTURE  X(22).                   JQG385
018900      05            W-IM-NCHSU  PICTURE  X(20).                   JQG385
019000      05            FILLER      PICTURE  X(17).                   JQG385
019100*          NOTE * MASQUAGE : DECALAGE PAR POSITION DANS    *      JQG385
019200*               * L ALPHABET (CHIFFRES POUR NCC1A, CHIFFRES *     JQG385
019300*               * ET LETTRES POUR NCHSU), CALCULE A PARTIR  *     JQG385
019400*               * DE LA CLE                                 *.    JQG385
019500 01                 W-CLE       PICTURE  9(8) VALUE 31415926.     JQG385
019600 01                 W-CLE-E     REDEFINES W-CLE.                  JQG385
019700      05            W-CLE-C     PICTURE  9 OCCURS 8 TIMES.        JQG385
019800 01                 W-CHIF      PICTURE  X(10) VALUE '0123456789'.JQG385
019900 01                 W-CHIF2     PICTURE  X(20) VALUE              JQG385
020000                    '01234567890123456789'.                       JQG385
020100 01                 W-ALPHA     PICTURE  X(36) VALUE              JQG385
020200                    '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.       JQG385
020300 01                 W-ALPHA2.                                     JQG385
020400      05            FILLER      PICTURE  X(36) VALUE              JQG385
020500                    '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.       JQG385
020600      05            FILLER      PICTURE  X(36) VALUE              JQG385
020700                    '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.       JQG385
020800 01                 W-DEC-TABLE.                                  JQG385
020900      05            W-DEC-CH    PICTURE  9(2) OCCURS 20 TIMES.    JQG385
021000      05            W-DEC-CD    PICTURE  9    OCCURS 7 TIMES.     JQG385
021100 01                 W-P         PICTURE  9(2) VALUE ZERO.         JQG385
021200 01                 W-PM1       PICTURE  9(2) VALUE ZERO.         JQG385
021300 01                 W-Q         PICTURE  9(3) VALUE ZERO.         JQG385
021400 01                 W-R         PICTURE  9(2) VALUE ZERO.         JQG385
021500 01                 W-S         PICTURE  9(3) VALUE ZERO.         JQG385
021600 01                 W-MK-CD     PICTURE  X(11) VALUE SPACE.       JQG385
021700 01                 W-MK-CH     PICTURE  X(20) VALUE SPACE.       JQG385
021800 01                 W-SV-HDR.                                     JQG385
021900      05            W-SVH-TYPE  PICTURE  X(3) VALUE 'HDR'.        JQG385
022000      05            W-SVH-PROGR PICTURE  X(6) VALUE 'JQG385'.     JQG385
022100      05            W-SVH-DATGN PICTURE  X(8) VALUE SPACE.        JQG385
022200      05            FILLER      PICTURE  X(57) VALUE SPACE.       JQG385
022300      05            W-SVH-DATOR PICTURE  X(6) VALUE SPACE.        JQG385
022400 01                 W-SV-TRL.                                     JQG385
022500      05            W-SVT-TYPE  PICTURE  X(3) VALUE 'TRL'.        JQG385
022600      05            W-SVT-CPT   PICTURE  9(9) VALUE ZERO.         JQG385
022700      05            W-SVT-HQCD  PICTURE  9(12) VALUE ZERO.        JQG385
022800      05            W-SVT-HQEN  PICTURE  9(12) VALUE ZERO.        JQG385
022900      05            FILLER      PICTURE  X(44) VALUE SPACE.       JQG385
023000 01                 COMPTEURS-EXT COMPUTATIONAL-3.                JQG385
023100      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQG385
023200      05       5-QH00-EXT    PICTURE S9(9) VALUE ZERO.            JQG385
023300      05       5-JN-LUS      PICTURE S9(9) VALUE ZERO.            JQG385
023400      05       5-JN-EXT      PICTURE S9(9) VALUE ZERO.            JQG385
023500      05       5-AN-LUS      PICTURE S9(9) VALUE ZERO.            JQG385
023600      05       5-AN-EXT      PICTURE S9(9) VALUE ZERO.            JQG385
023700      05       5-DT-LUS      PICTURE S9(9) VALUE ZERO.            JQG385
023800      05       5-DT-EXT      PICTURE S9(9) VALUE ZERO.            JQG385
023900      05       5-DL-LUS      PICTURE S9(9) VALUE ZERO.            JQG385
024000      05       5-DL-EXT      PICTURE S9(9) VALUE ZERO.            JQG385
024100     COPY SY0095.                                                 JQG385
024200     COPY SY0099.                                                 JQG385
024300 PROCEDURE DIVISION.                                              JQG385
024400 E00.                                                             JQG385
024500      MOVE       'JQG385' TO X95-PROGRAMME                        JQG385
024600      MOVE       'D' TO X95-PHASE                                 JQG385
024700      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQG385
024800                 X95-CPT-REJET                                    JQG385
024900      MOVE       SPACES TO X95-ETAT                               JQG385
025000      CALL       'SY0095' USING SY0095-PARMS                      JQG385
025100      MOVE       'C' TO X99-FONCTION                              JQG385
025200      CALL       'SY0099' USING SY0099-PARMS                      JQG385
025300      MOVE       X99-DATE-8 TO W-SVH-DATGN                        JQG385
025400      MOVE       X99-DATE-8 (3:6) TO W-SVH-DATOR.                 JQG385
025500 E00-FN.   EXIT.                                                  JQG385
025600 E01.      OPEN INPUT                    PRM-FICHIER.             JQG385
025700      IF         PRM-STATUS  NOT  =  '00'                         JQG385
025800      DISPLAY    'CARTES EXTPRM ABSENTES - ARRET'                 JQG385
025900      MOVE       8 TO RETURN-CODE                                 JQG385
026000      GO TO      E98.                                             JQG385
026100      MOVE       '0' TO IK-FIN.                                   JQG385
026200      PERFORM    E02PRM THRU E02PRM-FN                            JQG385
026300         UNTIL   FIN-FICHIER.                                     JQG385
026400      CLOSE      PRM-FICHIER.                                     JQG385
026500      IF         W-DDEB  =  ZERO                                  JQG385
026600      DISPLAY    'CARTE PERIODE D OBLIGATOIRE - ARRET'            JQG385
026700      MOVE       'O' TO W-PRM-KO.                                 JQG385
026800      IF         W-PRM-KO  =  'O'                                 JQG385
026900      MOVE       8 TO RETURN-CODE                                 JQG385
027000      GO TO      E98.                                             JQG385
027100      DISPLAY    'PERIODE DCD1A DU ' W-DDEB ' AU ' W-DFIN         JQG385
027200      IF         W-PV-CPT  =  ZERO                                JQG385
027300      DISPLAY    'TOUS LES POINTS DE VENTE'                       JQG385
027400      ELSE                                                        JQG385
027500      DISPLAY    'POINTS DE VENTE RETENUS : ' W-PV-CPT.           JQG385
027600      PERFORM    E05DEC THRU E05DEC-FN                            JQG385
027700         VARYING W-P FROM 1 BY 1                                  JQG385
027800         UNTIL   W-P > 20.                                        JQG385
027900 E01-FN.   EXIT.                                                  JQG385
028000*          NOTE * COMMANDES QH : MASQUAGE PUIS TRI SUR LA CLE *   JQG385
028100*               * MASQUEE POUR LE RECHARGEMENT SEQUENTIEL     *.  JQG385
028200 E10.      OPEN INPUT                    QH-FICHIER.              JQG385
028300      IF        1-QH01-STATUS  NOT  = ZERO                        JQG385
028400           AND  1-QH01-STATUS  NOT  = '97'                        JQG385
028500      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQG385
028600                 1-QH01-STATUS                                    JQG385
028700      MOVE       8 TO RETURN-CODE                                 JQG385
028800      GO TO      E98.                                             JQG385
028900      SORT       TR-FICHIER                                       JQG385
029000                 ASCENDING KEY TR-KQH01                           JQG385
029100                 INPUT PROCEDURE IS E11QH THRU E11QH-FN           JQG385
029200                 OUTPUT PROCEDURE IS E15SV THRU E15SV-FN.         JQG385
029300      CLOSE      QH-FICHIER.                                      JQG385
029400 E10-FN.   EXIT.                                                  JQG385
029500 E20.      PERFORM    E40JN THRU E40JN-FN.                        JQG385
029600      PERFORM    E50AN THRU E50AN-FN.                             JQG385
029700      PERFORM    E60DT THRU E60DT-FN.                             JQG385
029800      PERFORM    E70DL THRU E70DL-FN.                             JQG385
029900      DISPLAY    'COMMANDES QH LUES      = ' 5-QH00-LUS           JQG385
030000      DISPLAY    'COMMANDES QH EXTRAITES = ' 5-QH00-EXT           JQG385
030100      DISPLAY    'JOURNAL JRNQH LUS      = ' 5-JN-LUS             JQG385
030200      DISPLAY    'JOURNAL JRNQH EXTRAITS = ' 5-JN-EXT             JQG385
030300      DISPLAY    'ANNULATIONS LUES       = ' 5-AN-LUS             JQG385
030400      DISPLAY    'ANNULATIONS EXTRAITES  = ' 5-AN-EXT             JQG385
030500      DISPLAY    'DETAIL LVDET LUS       = ' 5-DT-LUS             JQG385
030600      DISPLAY    'DETAIL LVDET EXTRAITS  = ' 5-DT-EXT             JQG385
030700      DISPLAY    'DELTA DELTQH LUS       = ' 5-DL-LUS             JQG385
030800      DISPLAY    'DELTA DELTQH EXTRAITS  = ' 5-DL-EXT.            JQG385
030900 E20-FN.   EXIT.                                                  JQG385
031000 E98.                                                             JQG385
031100      MOVE       'F' TO X95-PHASE                                 JQG385
031200      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQG385
031300      MOVE       5-QH00-EXT TO X95-CPT-SORTIE                     JQG385
031400      MOVE       ZERO TO X95-CPT-REJET                            JQG385
031500      IF         RETURN-CODE  =  ZERO                             JQG385
031600      MOVE       'OK' TO X95-ETAT                                 JQG385
031700      ELSE                                                        JQG385
031800      MOVE       'ANOMALIE' TO X95-ETAT                           JQG385
031900      END-IF                                                      JQG385
032000      CALL       'SY0095' USING SY0095-PARMS.                     JQG385
032100      GO TO      E99-FN.                                          JQG385
032200 E98-FN.   EXIT.                                                  JQG385
032300 E02PRM.   READ       PRM-FICHIER                                 JQG385
032400      AT END     MOVE '1' TO IK-FIN                               JQG385
032500      GO TO      E02PRM-FN.                                       JQG385
032600      IF         PRM-TYPE  =  'D'                                 JQG385
032700      IF         PRM-DDEB  NUMERIC                                JQG385
032800            AND  PRM-DFIN  NUMERIC                                JQG385
032900            AND  PRM-DDEB  NOT  >  PRM-DFIN                       JQG385
033000      MOVE       PRM-DDEB TO W-DDEB                               JQG385
033100      MOVE       PRM-DFIN TO W-DFIN                               JQG385
033200      GO TO      E02PRM-FN                                        JQG385
033300      ELSE                                                        JQG385
033400      DISPLAY    'CARTE PERIODE INVALIDE : ' PRM-REC              JQG385
033500      MOVE       'O' TO W-PRM-KO                                  JQG385
033600      GO TO      E02PRM-FN.                                       JQG385
033700      IF         PRM-TYPE  =  'P'                                 JQG385
033800      IF         W-PV-CPT  <  100                                 JQG385
033900      ADD        1 TO W-PV-CPT                                    JQG385
034000      MOVE       PRM-CPD1A TO W-PV-CODE (W-PV-CPT)                JQG385
034100      GO TO      E02PRM-FN                                        JQG385
034200      ELSE                                                        JQG385
034300      DISPLAY    'PLUS DE 100 PDV - CARTE IGNOREE : ' PRM-CPD1A   JQG385
034400      MOVE       'O' TO W-PRM-KO                                  JQG385
034500      GO TO      E02PRM-FN.                                       JQG385
034600      IF         PRM-TYPE  =  'K'                                 JQG385
034700      IF         PRM-CLE  NUMERIC                                 JQG385
034800      MOVE       PRM-CLE TO W-CLE                                 JQG385
034900      GO TO      E02PRM-FN                                        JQG385
035000      ELSE                                                        JQG385
035100      DISPLAY    'CLE DE MASQUAGE NON NUMERIQUE'                  JQG385
035200      MOVE       'O' TO W-PRM-KO                                  JQG385
035300      GO TO      E02PRM-FN.                                       JQG385
035400      DISPLAY    'CARTE EXTPRM INCONNUE : ' PRM-REC               JQG385
035500      MOVE       'O' TO W-PRM-KO.                                 JQG385
035600 E02PRM-FN. EXIT.                                                 JQG385
035700*          NOTE * DECALAGE DE LA POSITION W-P (JAMAIS NUL) *.     JQG385
035800 E05DEC.   COMPUTE    W-PM1 = W-P - 1.                            JQG385
035900      DIVIDE     W-PM1 BY 8 GIVING W-Q REMAINDER W-R.             JQG385
036000      COMPUTE    W-S = W-CLE-C (W-R + 1) * 7 + W-P * 3.           JQG385
036100      DIVIDE     W-S BY 36 GIVING W-Q REMAINDER W-DEC-CH (W-P).   JQG385
036200      IF         W-DEC-CH (W-P)  =  ZERO                          JQG385
036300      MOVE       1 TO W-DEC-CH (W-P).                             JQG385
036400      IF         W-P  >  7                                        JQG385
036500      GO TO      E05DEC-FN.                                       JQG385
036600      DIVIDE     W-S BY 10 GIVING W-Q REMAINDER W-DEC-CD (W-P).   JQG385
036700      IF         W-DEC-CD (W-P)  =  ZERO                          JQG385
036800      MOVE       1 TO W-DEC-CD (W-P).                             JQG385
036900 E05DEC-FN. EXIT.                                                 JQG385
037000 E11QH.    READ       QH-FICHIER NEXT RECORD                      JQG385
037100      AT END     GO TO   E11QH-FN.                                JQG385
037200      ADD        1 TO 5-QH00-LUS                                  JQG385
037300      MOVE       QH00-KQH01 TO W-SE-CLE                           JQG385
037400      PERFORM    E25SEL THRU E25SEL-FN.                           JQG385
037500      IF         W-SE-OK  =  'N'                                  JQG385
037600      GO TO      E11QH.                                           JQG385
037700      MOVE       QH00 TO W-IM                                     JQG385
037800      PERFORM    E35IMG THRU E35IMG-FN                            JQG385
037900      MOVE       W-IM TO TR-ENR                                   JQG385
038000      RELEASE    TR-ENR                                           JQG385
038100      GO TO      E11QH.                                           JQG385
038200 E11QH-FN. EXIT.                                                  JQG385
038300 E15SV.    OPEN OUTPUT               XQ-FICHIER.                  JQG385
038400      WRITE      XQ-REC FROM W-SV-HDR.                            JQG385
038500 E15SV-10. RETURN     TR-FICHIER                                  JQG385
038600      AT END     GO TO   E15SV-90.                                JQG385
038700      WRITE      XQ-REC FROM TR-ENR                               JQG385
038800      ADD        1 TO 5-QH00-EXT                                  JQG385
038900      ADD        1 TO W-SVT-CPT                                   JQG385
039000      IF         TR-QCD1B  NUMERIC                                JQG385
039100            AND  TR-QEN1A  NUMERIC                                JQG385
039200      ADD        TR-QCD1B TO W-SVT-HQCD                           JQG385
039300      ADD        TR-QEN1A TO W-SVT-HQEN.                          JQG385
039400      GO TO      E15SV-10.                                        JQG385
039500 E15SV-90. WRITE      XQ-REC FROM W-SV-TRL.                       JQG385
039600      CLOSE      XQ-FICHIER.                                      JQG385
039700 E15SV-FN. EXIT.                                                  JQG385
039800*          NOTE * LA CLE W-SE-CLE EST-ELLE DANS LA SELECTION ? *. JQG385
039900 E25SEL.   MOVE       'N' TO W-SE-OK.                             JQG385
040000      IF         W-SE-DCD1A  NOT NUMERIC                          JQG385
040100      GO TO      E25SEL-FN.                                       JQG385
040200      IF         W-SE-DCD1A-N  <  W-DDEB                          JQG385
040300            OR   W-SE-DCD1A-N  >  W-DFIN                          JQG385
040400      GO TO      E25SEL-FN.                                       JQG385
040500      IF         W-PV-CPT  =  ZERO                                JQG385
040600      MOVE       'O' TO W-SE-OK                                   JQG385
040700      GO TO      E25SEL-FN.                                       JQG385
040800      PERFORM    E26PDV THRU E26PDV-FN                            JQG385
040900         VARYING W-PV-IX FROM 1 BY 1                              JQG385
041000         UNTIL   W-PV-IX > W-PV-CPT                               JQG385
041100            OR   W-SE-OK = 'O'.                                   JQG385
041200 E25SEL-FN. EXIT.                                                 JQG385
041300 E26PDV.   IF         W-PV-CODE (W-PV-IX)  =  W-SE-CPD1A          JQG385
041400      MOVE       'O' TO W-SE-OK.                                  JQG385
041500 E26PDV-FN. EXIT.                                                 JQG385
041600*          NOTE * MASQUAGE DU NUMERO DE COMMANDE (7 CHIFFRES) *.  JQG385
041700 E30MCD.   PERFORM    E31MCD THRU E31MCD-FN                       JQG385
041800         VARYING W-P FROM 1 BY 1                                  JQG385
041900         UNTIL   W-P > 7.                                         JQG385
042000 E30MCD-FN. EXIT.                                                 JQG385
042100 E31MCD.   INSPECT    W-MK-CD (W-P:1) CONVERTING W-CHIF           JQG385
042200                 TO W-CHIF2 (W-DEC-CD (W-P) + 1:10).              JQG385
042300 E31MCD-FN. EXIT.                                                 JQG385
042400*          NOTE * MASQUAGE DU NUMERO DE CHASSIS *.                JQG385
042500 E33MCH.   PERFORM    E34MCH THRU E34MCH-FN                       JQG385
042600         VARYING W-P FROM 1 BY 1                                  JQG385
042700         UNTIL   W-P > 20.                                        JQG385
042800 E33MCH-FN. EXIT.                                                 JQG385
042900 E34MCH.   INSPECT    W-MK-CH (W-P:1) CONVERTING W-ALPHA          JQG385
043000                 TO W-ALPHA2 (W-DEC-CH (W-P) + 1:36).             JQG385
043100 E34MCH-FN. EXIT.                                                 JQG385
043200*          NOTE * MASQUAGE D UNE IMAGE QH00 DANS W-IM *.          JQG385
043300 E35IMG.   MOVE       W-IM-KQH01 TO W-SE-CLE                      JQG385
043400      PERFORM    E36CLE THRU E36CLE-FN                            JQG385
043500      MOVE       W-SE-CLE TO W-IM-KQH01                           JQG385
043600      MOVE       W-IM-NCHSU TO W-MK-CH                            JQG385
043700      PERFORM    E33MCH THRU E33MCH-FN                            JQG385
043800      MOVE       W-MK-CH TO W-IM-NCHSU.                           JQG385
043900 E35IMG-FN. EXIT.                                                 JQG385
044000*          NOTE * MASQUAGE DE LA CLE W-SE-CLE *.                  JQG385
044100 E36CLE.   MOVE       W-SE-NCNCP TO W-MK-CD                       JQG385
044200      PERFORM    E30MCD THRU E30MCD-FN                            JQG385
044300      MOVE       W-MK-CD TO W-SE-NCNCP.                           JQG385
044400 E36CLE-FN. EXIT.                                                 JQG385
044500 E40JN.    OPEN OUTPUT               XJ-FICHIER.                  JQG385
044600      OPEN INPUT                JN-FICHIER.                       JQG385
044700      IF         JN-STATUS  NOT  =  '00'                          JQG385
044800      DISPLAY    'JOURNAL JRNQH ABSENT - EXTJRN VIDE'             JQG385
044900      GO TO      E40JN-90.                                        JQG385
045000 E40JN-10. READ      JN-FICHIER                                   JQG385
045100      AT END     GO TO   E40JN-80.                                JQG385
045200      ADD        1 TO 5-JN-LUS                                    JQG385
045300      MOVE       JN-KQH01 TO W-SE-CLE                             JQG385
045400      PERFORM    E25SEL THRU E25SEL-FN.                           JQG385
045500      IF         W-SE-OK  =  'N'                                  JQG385
045600      GO TO      E40JN-10.                                        JQG385
045700      PERFORM    E36CLE THRU E36CLE-FN                            JQG385
045800      MOVE       W-SE-CLE TO JN-KQH01                             JQG385
045900      MOVE       JN-QH00 TO W-IM                                  JQG385
046000      PERFORM    E35IMG THRU E35IMG-FN                            JQG385
046100      MOVE       W-IM TO JN-QH00                                  JQG385
046200      WRITE      XJ-REC FROM JN-REC                               JQG385
046300      ADD        1 TO 5-JN-EXT                                    JQG385
046400      GO TO      E40JN-10.                                        JQG385
046500 E40JN-80. CLOSE     JN-FICHIER.                                  JQG385
046600 E40JN-90. CLOSE     XJ-FICHIER.                                  JQG385
046700 E40JN-FN. EXIT.                                                  JQG385
046800 E50AN.    OPEN OUTPUT               XA-FICHIER.                  JQG385
046900      OPEN INPUT                AN-FICHIER.                       JQG385
047000      IF         AN-STATUS  NOT  =  '00'                          JQG385
047100      DISPLAY    'ANNULATIONS ANNQH ABSENTES - EXTANN VIDE'       JQG385
047200      GO TO      E50AN-90.                                        JQG385
047300 E50AN-10. READ      AN-FICHIER                                   JQG385
047400      AT END     GO TO   E50AN-80.                                JQG385
047500      ADD        1 TO 5-AN-LUS                                    JQG385
047600      MOVE       AN-KQH01 TO W-SE-CLE                             JQG385
047700      PERFORM    E25SEL THRU E25SEL-FN.                           JQG385
047800      IF         W-SE-OK  =  'N'                                  JQG385
047900      GO TO      E50AN-10.                                        JQG385
048000      PERFORM    E36CLE THRU E36CLE-FN                            JQG385
048100      MOVE       W-SE-CLE TO AN-KQH01                             JQG385
048200      WRITE      XA-REC FROM AN-REC                               JQG385
048300      ADD        1 TO 5-AN-EXT                                    JQG385
048400      GO TO      E50AN-10.                                        JQG385
048500 E50AN-80. CLOSE     AN-FICHIER.                                  JQG385
048600 E50AN-90. CLOSE     XA-FICHIER.                                  JQG385
048700 E50AN-FN. EXIT.                                                  JQG385
048800 E60DT.    OPEN OUTPUT               XD-FICHIER.                  JQG385
048900      OPEN INPUT                DT-FICHIER.                       JQG385
049000      IF         DT-STATUS  NOT  =  '00'                          JQG385
049100      DISPLAY    'DETAIL LVDET ABSENT - EXTDT VIDE'               JQG385
049200      GO TO      E60DT-90.                                        JQG385
049300 E60DT-10. READ      DT-FICHIER                                   JQG385
049400      AT END     GO TO   E60DT-80.                                JQG385
049500      ADD        1 TO 5-DT-LUS                                    JQG385
049600      MOVE       DT-KQH01 TO W-SE-CLE                             JQG385
049700      PERFORM    E25SEL THRU E25SEL-FN.                           JQG385
049800      IF         W-SE-OK  =  'N'                                  JQG385
049900      GO TO      E60DT-10.                                        JQG385
050000      PERFORM    E36CLE THRU E36CLE-FN                            JQG385
050100      MOVE       W-SE-CLE TO DT-KQH01                             JQG385
050200      MOVE       DT-NCHSU TO W-MK-CH                              JQG385
050300      PERFORM    E33MCH THRU E33MCH-FN                            JQG385
050400      MOVE       W-MK-CH TO DT-NCHSU                              JQG385
050500      WRITE      XD-REC FROM DT-REC                               JQG385
050600      ADD        1 TO 5-DT-EXT                                    JQG385
050700      GO TO      E60DT-10.                                        JQG385
050800 E60DT-80. CLOSE     DT-FICHIER.                                  JQG385
050900 E60DT-90. CLOSE     XD-FICHIER.                                  JQG385
051000 E60DT-FN. EXIT.                                                  JQG385
051100 E70DL.    OPEN OUTPUT               XL-FICHIER.                  JQG385
051200      OPEN INPUT                DL-FICHIER.                       JQG385
051300      IF         DL-STATUS  NOT  =  '00'                          JQG385
051400      DISPLAY    'DELTA DELTQH ABSENT - EXTDL VIDE'               JQG385
051500      GO TO      E70DL-90.                                        JQG385
051600 E70DL-10. READ      DL-FICHIER                                   JQG385
051700      AT END     GO TO   E70DL-80.                                JQG385
051800      ADD        1 TO 5-DL-LUS                                    JQG385
051900      MOVE       DL-QH00 TO W-IM                                  JQG385
052000      MOVE       W-IM-KQH01 TO W-SE-CLE                           JQG385
052100      PERFORM    E25SEL THRU E25SEL-FN.                           JQG385
052200      IF         W-SE-OK  =  'N'                                  JQG385
052300      GO TO      E70DL-10.                                        JQG385
052400      PERFORM    E35IMG THRU E35IMG-FN                            JQG385
052500      MOVE       W-IM TO DL-QH00                                  JQG385
052600      WRITE      XL-REC FROM DL-REC                               JQG385
052700      ADD        1 TO 5-DL-EXT                                    JQG385
052800      GO TO      E70DL-10.                                        JQG385
052900 E70DL-80. CLOSE     DL-FICHIER.                                  JQG385
053000 E70DL-90. CLOSE     XL-FICHIER.                                  JQG385
053100 E70DL-FN. EXIT.                                                  JQG385
053200 E99.      EXIT.                                                  JQG385
053300 E99-FN.   EXIT.                                                  JQG385
053400      GOBACK.                                                     JQG385

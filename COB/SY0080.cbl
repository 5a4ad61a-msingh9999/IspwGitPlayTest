      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0080                             *00000020
      *  NOM                  : SY0080                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : EQUILIBRAGE DES FICHIERS ENTRE LES     *00000070
      *                         ETAPES DES CHAINES BATCH.  LA          *00000080
      *                         REFERENCE BALREF DONNE LES REGLES :    *00000090
      *                         PROGRAMME PRODUCTEUR ET SON COMPTEUR,  *00000100
      *                         PROGRAMME CONSOMMATEUR ET SON          *00000110
      *                         COMPTEUR (E ENTREE, S SORTIE, R        *00000120
      *                         REJET), FICHIER ECHANGE ET ECART       *00000130
      *                         TOLERE.  LES COMPTEURS SONT CEUX DE    *00000140
      *                         LA DERNIERE PHASE 'F' DE CHAQUE        *00000150
      *                         PROGRAMME DANS OPSLOG POUR LA DATE     *00000160
      *                         METIER (CARTE BALPRM AAAAMMJJ, SINON   *00000170
      *                         AUJOURD'HUI).  UN ECART SUPERIEUR A    *00000180
      *                         LA TOLERANCE OU UN PASSAGE ABSENT      *00000190
      *                         EST UNE RUPTURE : ELLE EST EDITEE      *00000200
      *                         DANS BALRPT ET EMISE EN ALERTE         *00000210
      *                         (SY0087).  CODE RETOUR 8 EN CAS DE     *00000220
      *                         RUPTURE POUR ARRETER LA CHAINE ; LA    *00000230
      *                         FIN EST JOURNALISEE DANS OPSLOG EN     *00000240
      *                         ETAT 'DESEQUIL'.  SI BALREF OU         *00000250
      *                         OPSLOG EST ILLISIBLE, ARRET PAR        *00000260
      *                         SY0081.                                *00000270
      ******************************************************************00000280
                                                                        00000290
       IDENTIFICATION DIVISION.                                         00000300
       PROGRAM-ID.        SY0080.                                       00000310
       ENVIRONMENT DIVISION.                                            00000320
       INPUT-OUTPUT SECTION.                                            00000330
       FILE-CONTROL.                                                    00000340
           SELECT     BAL-FICHIER   ASSIGN    TO  BALREF                00000350
           FILE STATUS IS                     BAL-STATUS.               00000360
           SELECT     PRM-FICHIER   ASSIGN    TO  BALPRM                00000370
           FILE STATUS IS                     PRM-STATUS.               00000380
           SELECT     OPS-FICHIER   ASSIGN    TO  OPSLOG                00000390
           FILE STATUS IS                     OPS-STATUS.               00000400
           SELECT     RPT-FICHIER   ASSIGN    TO  BALRPT.               00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
      *    REGLES D'EQUILIBRAGE (UNE LIGNE PAR COUPLE PRODUCTEUR /      00000440
      *    CONSOMMATEUR, '*' EN COLONNE 1 = COMMENTAIRE)                00000450
       FD  BAL-FICHIER                                                  00000460
           LABEL RECORDS STANDARD                                       00000470
           BLOCK CONTAINS 0 RECORDS                                     00000480
           RECORDING MODE IS F.                                         00000490
       01  BAL-REC.                                                     00000500
           05  BAL-PROD-PROG       PIC X(8).                            00000510
           05  BAL-PROD-CPT        PIC X.                               00000520
           05  BAL-CONS-PROG       PIC X(8).                            00000530
           05  BAL-CONS-CPT        PIC X.                               00000540
           05  BAL-FICHIER-NOM     PIC X(8).                            00000550
           05  BAL-TOLERANCE       PIC 9(9).                            00000560
           05  BAL-LIBELLE         PIC X(30).                           00000570
           05  FILLER              PIC X(15).                           00000580
       FD  PRM-FICHIER                                                  00000590
           LABEL RECORDS STANDARD                                       00000600
           BLOCK CONTAINS 0 RECORDS                                     00000610
           RECORDING MODE IS F.                                         00000620
       01  PRM-REC.                                                     00000630
           05  PRM-DATE            PIC 9(8).                            00000640
           05  FILLER              PIC X(72).                           00000650
       FD  OPS-FICHIER                                                  00000660
           LABEL RECORDS STANDARD                                       00000670
           BLOCK CONTAINS 0 RECORDS                                     00000680
           RECORDING MODE IS F.                                         00000690
       01  OPS-REC.                                                     00000700
           05  OPS-PROGRAMME       PIC X(8).                            00000710
           05  OPS-PHASE           PIC X.                               00000720
           05  OPS-TIMESTAMP       PIC X(26).                           00000730
           05  OPS-CPT-ENTREE      PIC 9(9).                            00000740
           05  OPS-CPT-SORTIE      PIC 9(9).                            00000750
           05  OPS-CPT-REJET       PIC 9(9).                            00000760
           05  OPS-ETAT            PIC X(8).                            00000770
       FD  RPT-FICHIER                                                  00000780
           LABEL RECORDS STANDARD                                       00000790
           BLOCK CONTAINS 0 RECORDS                                     00000800
           RECORDING MODE IS F.                                         00000810
       01  RPT-REC                 PIC X(100).                          00000820
       WORKING-STORAGE SECTION.                                         00000830
       01  BAL-STATUS              PIC XX VALUE ZERO.                   00000840
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00000850
       01  OPS-STATUS              PIC XX VALUE ZERO.                   00000860
       01  FIN-BAL                 PIC X  VALUE '0'.                    00000870
           88  BAL-TERMINE                VALUE '1'.                    00000880
       01  FIN-OPS                 PIC X  VALUE '0'.                    00000890
           88  OPS-TERMINE                VALUE '1'.                    00000900
       01  W-DATE                  PIC 9(8) VALUE ZERO.                 00000910
       01  W-DATE-X REDEFINES W-DATE.                                   00000920
           05  W-DATE-AAAA         PIC X(4).                            00000930
           05  W-DATE-MM           PIC XX.                              00000940
           05  W-DATE-JJ           PIC XX.                              00000950
       01  W-JOUR                  PIC X(10) VALUE SPACE.               00000960
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00000970
       01  W-PX                    PIC 9(3) VALUE ZERO.                 00000980
       01  W-SX                    PIC 9(3) VALUE ZERO.                 00000990
       01  W-CX                    PIC 9(3) VALUE ZERO.                 00001000
       01  W-TROUVE                PIC X  VALUE 'N'.                    00001010
       01  W-NOM                   PIC X(8) VALUE SPACE.                00001020
       01  W-SENS                  PIC X  VALUE SPACE.                  00001030
       01  W-VALEUR                PIC 9(9) VALUE ZERO.                 00001040
       01  W-PRODUIT               PIC 9(9) VALUE ZERO.                 00001050
       01  W-CONSOMME              PIC 9(9) VALUE ZERO.                 00001060
       01  W-ECART                 PIC S9(10) VALUE ZERO.               00001070
       01  W-ECART-ABS             PIC 9(10) VALUE ZERO.                00001080
       01  W-RESULTAT              PIC X(20) VALUE SPACE.               00001090
       01  W-REGLES                PIC 9(5) VALUE ZERO.                 00001100
       01  W-EQUILIBRES            PIC 9(5) VALUE ZERO.                 00001110
       01  W-RUPTURES              PIC 9(5) VALUE ZERO.                 00001120
       01  W-ERR-PARAGRAPHE        PIC X(30) VALUE SPACE.               00001130
       01  W-ERR-FICHIER           PIC X(8) VALUE SPACE.                00001140
       01  W-ERR-STATUT            PIC XX VALUE ZERO.                   00001150
       01  W-ERR-TEXTE             PIC X(50) VALUE SPACE.               00001160
      *    REGLES CHARGEES DE BALREF                                    00001170
       01  W-REG-CPT               PIC 9(3) VALUE ZERO.                 00001180
       01  W-REG-TABLE.                                                 00001190
           05  W-REG-ENT           OCCURS 200 TIMES.                    00001200
               10  W-REG-PROD      PIC X(8).                            00001210
               10  W-REG-PCPT      PIC X.                               00001220
               10  W-REG-CONS      PIC X(8).                            00001230
               10  W-REG-CCPT      PIC X.                               00001240
               10  W-REG-FICHIER   PIC X(8).                            00001250
               10  W-REG-TOL       PIC 9(9).                            00001260
               10  W-REG-LIB       PIC X(30).                           00001270
      *    PROGRAMMES CITES PAR LES REGLES ET COMPTEURS DE LEUR         00001280
      *    DERNIERE PHASE 'F' DE LA DATE METIER                         00001290
       01  W-PGM-CPT               PIC 9(3) VALUE ZERO.                 00001300
       01  W-PGM-TABLE.                                                 00001310
           05  W-PGM-ENT           OCCURS 400 TIMES.                    00001320
               10  W-PGM-NOM       PIC X(8).                            00001330
               10  W-PGM-VU        PIC X.                               00001340
               10  W-PGM-ENTREE    PIC 9(9).                            00001350
               10  W-PGM-SORTIE    PIC 9(9).                            00001360
               10  W-PGM-REJET     PIC 9(9).                            00001370
               10  W-PGM-ETAT      PIC X(8).                            00001380
       COPY SY0099.                                                     00001390
       COPY SY0087.                                                     00001400
       COPY SY0095.                                                     00001410
       COPY SY0081.                                                     00001420
       01  LIGNE-TITRE.                                                 00001430
           05  FILLER     PIC X(44) VALUE                               00001440
               'EQUILIBRAGE DES FICHIERS INTER-ETAPES - DATE'.          00001450
           05  FILLER     PIC X(8)  VALUE ' METIER '.                   00001460
           05  LTI-JOUR   PIC X(10).                                    00001470
           05  FILLER     PIC X(38) VALUE SPACE.                        00001480
       01  LIGNE-BLANCHE           PIC X(100) VALUE SPACE.              00001490
       01  LIGNE-COLS.                                                  00001500
           05  FILLER     PIC X(39) VALUE                               00001510
               'PRODUCT  C CONSOMM  C FICHIER   PRODUIT'.               00001520
           05  FILLER     PIC X(39) VALUE                               00001530
               '  CONSOMME      ECART  TOLERE RESULTAT'.                00001540
           05  FILLER     PIC X(22) VALUE SPACE.                        00001550
       01  LIGNE-DET.                                                   00001560
           05  LD-PROD    PIC X(8).                                     00001570
           05  FILLER     PIC X     VALUE SPACE.                        00001580
           05  LD-PCPT    PIC X.                                        00001590
           05  FILLER     PIC X     VALUE SPACE.                        00001600
           05  LD-CONS    PIC X(8).                                     00001610
           05  FILLER     PIC X     VALUE SPACE.                        00001620
           05  LD-CCPT    PIC X.                                        00001630
           05  FILLER     PIC X     VALUE SPACE.                        00001640
           05  LD-FICHIER PIC X(8).                                     00001650
           05  FILLER     PIC X     VALUE SPACE.                        00001660
           05  LD-PRODUIT PIC Z(8)9.                                    00001670
           05  FILLER     PIC X     VALUE SPACE.                        00001680
           05  LD-CONSOMME PIC Z(8)9.                                   00001690
           05  FILLER     PIC X     VALUE SPACE.                        00001700
           05  LD-ECART   PIC -(9)9.                                    00001710
           05  FILLER     PIC X     VALUE SPACE.                        00001720
           05  LD-TOLERE  PIC Z(6)9.                                    00001730
           05  FILLER     PIC X     VALUE SPACE.                        00001740
           05  LD-RESULTAT PIC X(20).                                   00001750
           05  FILLER     PIC X(10) VALUE SPACE.                        00001760
       01  LIGNE-LIB.                                                   00001770
           05  FILLER     PIC X(20) VALUE SPACE.                        00001780
           05  LL-LIB     PIC X(30).                                    00001790
           05  FILLER     PIC X(50) VALUE SPACE.                        00001800
       01  LIGNE-AUCUNE            PIC X(100) VALUE                     00001810
           'AUCUNE REGLE D EQUILIBRAGE DANS BALREF'.                    00001820
       01  LIGNE-TOT.                                                   00001830
           05  LT-LIB     PIC X(30).                                    00001840
           05  LT-CPT     PIC Z(8)9.                                    00001850
           05  FILLER     PIC X(61) VALUE SPACE.                        00001860
       PROCEDURE DIVISION.                                              00001870
       0000-MAINLINE.                                                   00001880
           MOVE 'SY0080' TO X95-PROGRAMME.                              00001890
           MOVE 'D' TO X95-PHASE.                                       00001900
           MOVE ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE X95-CPT-REJET.    00001910
           MOVE SPACE TO X95-ETAT.                                      00001920
           CALL 'SY0095' USING SY0095-PARMS.                            00001930
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00001940
           PERFORM 1100-CHARGER-REGLES THRU 1100-FIN.                   00001950
           IF W-ERR-FICHIER NOT = SPACE                                 00001960
              GO TO 9000-ARRET                                          00001970
           END-IF.                                                      00001980
           PERFORM 2000-LIRE-OPSLOG THRU 2000-FIN.                      00001990
           IF W-ERR-FICHIER NOT = SPACE                                 00002000
              GO TO 9000-ARRET                                          00002010
           END-IF.                                                      00002020
           PERFORM 3000-EDITER THRU 3000-FIN.                           00002030
           MOVE 'F' TO X95-PHASE.                                       00002040
           MOVE W-REGLES TO X95-CPT-ENTREE.                             00002050
           MOVE W-EQUILIBRES TO X95-CPT-SORTIE.                         00002060
           MOVE W-RUPTURES TO X95-CPT-REJET.                            00002070
           MOVE 'OK' TO X95-ETAT.                                       00002080
           IF W-RUPTURES NOT = ZERO                                     00002090
              MOVE 'DESEQUIL' TO X95-ETAT                               00002100
           END-IF.                                                      00002110
           CALL 'SY0095' USING SY0095-PARMS.                            00002120
           IF W-RUPTURES NOT = ZERO                                     00002130
              MOVE 8 TO RETURN-CODE                                     00002140
           END-IF.                                                      00002150
           GOBACK.                                                      00002160
      ******************************************************************00002170
      *  1000 : DATE METIER                                            *00002180
      ******************************************************************00002190
       1000-INITIALISER.                                                00002200
           MOVE 'C' TO X99-FONCTION.                                    00002210
           CALL 'SY0099' USING SY0099-PARMS.                            00002220
           MOVE X99-DATE-8 TO W-DATE.                                   00002230
           OPEN INPUT PRM-FICHIER.                                      00002240
           IF PRM-STATUS = '00'                                         00002250
              READ PRM-FICHIER                                          00002260
                 AT END                                                 00002270
                 MOVE ZERO TO PRM-DATE                                  00002280
              END-READ                                                  00002290
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00002300
                 MOVE 'V' TO X99-FONCTION                               00002310
                 MOVE PRM-DATE TO X99-DATE-8                            00002320
                 CALL 'SY0099' USING SY0099-PARMS                       00002330
                 IF X99-DATE-VALIDE                                     00002340
                    MOVE PRM-DATE TO W-DATE                             00002350
                 ELSE                                                   00002360
                    DISPLAY 'DATE BALPRM INVALIDE IGNOREE : ' PRM-DATE  00002370
                 END-IF                                                 00002380
              END-IF                                                    00002390
              CLOSE PRM-FICHIER                                         00002400
           END-IF.                                                      00002410
           STRING W-DATE-AAAA '-' W-DATE-MM '-' W-DATE-JJ               00002420
                  DELIMITED BY SIZE INTO W-JOUR.                        00002430
       1000-FIN. EXIT.                                                  00002440
      ******************************************************************00002450
      *  1100 : CHARGEMENT DES REGLES ET DES PROGRAMMES CITES          *00002460
      ******************************************************************00002470
       1100-CHARGER-REGLES.                                             00002480
           OPEN INPUT BAL-FICHIER.                                      00002490
           IF BAL-STATUS NOT = '00'                                     00002500
              DISPLAY 'REFERENCE D EQUILIBRAGE BALREF INDISPONIBLE - '  00002510
                      'STATUT ' BAL-STATUS                              00002520
              MOVE '1100-CHARGER-REGLES' TO W-ERR-PARAGRAPHE            00002530
              MOVE 'BALREF' TO W-ERR-FICHIER                            00002540
              MOVE BAL-STATUS TO W-ERR-STATUT                           00002550
              MOVE 'REFERENCE D EQUILIBRAGE BALREF INDISPONIBLE'        00002560
                   TO W-ERR-TEXTE                                       00002570
              GO TO 1100-FIN                                            00002580
           END-IF.                                                      00002590
           PERFORM 1110-LIRE-REGLE THRU 1110-FIN                        00002600
              UNTIL BAL-TERMINE.                                        00002610
           CLOSE BAL-FICHIER.                                           00002620
       1100-FIN. EXIT.                                                  00002630
       1110-LIRE-REGLE.                                                 00002640
           READ BAL-FICHIER                                             00002650
              AT END                                                    00002660
              MOVE '1' TO FIN-BAL                                       00002670
              GO TO 1110-FIN                                            00002680
           END-READ.                                                    00002690
           IF BAL-PROD-PROG = SPACE OR BAL-CONS-PROG = SPACE            00002700
              OR BAL-PROD-PROG (1:1) = '*'                              00002710
              GO TO 1110-FIN                                            00002720
           END-IF.                                                      00002730
           IF (BAL-PROD-CPT NOT = 'E' AND NOT = 'S' AND NOT = 'R')      00002740
              OR (BAL-CONS-CPT NOT = 'E' AND NOT = 'S' AND NOT = 'R')   00002750
              DISPLAY 'REGLE BALREF IGNOREE - COMPTEUR INCONNU : '      00002760
                      BAL-PROD-PROG ' ' BAL-CONS-PROG                   00002770
              GO TO 1110-FIN                                            00002780
           END-IF.                                                      00002790
           IF W-REG-CPT NOT < 200                                       00002800
              DISPLAY 'TABLE DES REGLES SATUREE - IGNORE : '            00002810
                      BAL-PROD-PROG ' ' BAL-CONS-PROG                   00002820
              GO TO 1110-FIN                                            00002830
           END-IF.                                                      00002840
           ADD 1 TO W-REG-CPT.                                          00002850
           MOVE BAL-PROD-PROG TO W-REG-PROD (W-REG-CPT).                00002860
           MOVE BAL-PROD-CPT TO W-REG-PCPT (W-REG-CPT).                 00002870
           MOVE BAL-CONS-PROG TO W-REG-CONS (W-REG-CPT).                00002880
           MOVE BAL-CONS-CPT TO W-REG-CCPT (W-REG-CPT).                 00002890
           MOVE BAL-FICHIER-NOM TO W-REG-FICHIER (W-REG-CPT).           00002900
           MOVE BAL-LIBELLE TO W-REG-LIB (W-REG-CPT).                   00002910
           IF BAL-TOLERANCE NUMERIC                                     00002920
              MOVE BAL-TOLERANCE TO W-REG-TOL (W-REG-CPT)               00002930
           ELSE                                                         00002940
              MOVE ZERO TO W-REG-TOL (W-REG-CPT)                        00002950
           END-IF.                                                      00002960
           MOVE BAL-PROD-PROG TO W-NOM.                                 00002970
           PERFORM 1120-CITER THRU 1120-FIN.                            00002980
           MOVE BAL-CONS-PROG TO W-NOM.                                 00002990
           PERFORM 1120-CITER THRU 1120-FIN.                            00003000
       1110-FIN. EXIT.                                                  00003010
       1120-CITER.                                                      00003020
           PERFORM 1130-CHERCHER THRU 1130-FIN.                         00003030
           IF W-TROUVE = 'O'                                            00003040
              GO TO 1120-FIN                                            00003050
           END-IF.                                                      00003060
           IF W-PGM-CPT NOT < 400                                       00003070
              DISPLAY 'TABLE DES PROGRAMMES SATUREE - IGNORE : ' W-NOM  00003080
              GO TO 1120-FIN                                            00003090
           END-IF.                                                      00003100
           ADD 1 TO W-PGM-CPT.                                          00003110
           MOVE W-NOM TO W-PGM-NOM (W-PGM-CPT).                         00003120
           MOVE 'N' TO W-PGM-VU (W-PGM-CPT).                            00003130
           MOVE ZERO TO W-PGM-ENTREE (W-PGM-CPT).                       00003140
           MOVE ZERO TO W-PGM-SORTIE (W-PGM-CPT).                       00003150
           MOVE ZERO TO W-PGM-REJET (W-PGM-CPT).                        00003160
           MOVE SPACE TO W-PGM-ETAT (W-PGM-CPT).                        00003170
       1120-FIN. EXIT.                                                  00003180
       1130-CHERCHER.                                                   00003190
           MOVE 'N' TO W-TROUVE.                                        00003200
           PERFORM 1140-COMPARER THRU 1140-FIN                          00003210
              VARYING W-SX FROM 1 BY 1                                  00003220
              UNTIL W-SX > W-PGM-CPT OR W-TROUVE = 'O'.                 00003230
       1130-FIN. EXIT.                                                  00003240
       1140-COMPARER.                                                   00003250
           IF W-PGM-NOM (W-SX) = W-NOM                                  00003260
              MOVE 'O' TO W-TROUVE                                      00003270
              MOVE W-SX TO W-PX                                         00003280
           END-IF.                                                      00003290
       1140-FIN. EXIT.                                                  00003300
      ******************************************************************00003310
      *  2000 : COMPTEURS DE LA DERNIERE PHASE 'F' DU JOUR DE CHAQUE   *00003320
      *  PROGRAMME CITE (UNE REPRISE REMPLACE LE PASSAGE PRECEDENT)    *00003330
      ******************************************************************00003340
       2000-LIRE-OPSLOG.                                                00003350
           OPEN INPUT OPS-FICHIER.                                      00003360
           IF OPS-STATUS NOT = '00'                                     00003370
              DISPLAY 'JOURNAL OPSLOG INDISPONIBLE - STATUT '           00003380
                      OPS-STATUS                                        00003390
              MOVE '2000-LIRE-OPSLOG' TO W-ERR-PARAGRAPHE               00003400
              MOVE 'OPSLOG' TO W-ERR-FICHIER                            00003410
              MOVE OPS-STATUS TO W-ERR-STATUT                           00003420
              MOVE 'JOURNAL D EXPLOITATION OPSLOG INDISPONIBLE'         00003430
                   TO W-ERR-TEXTE                                       00003440
              GO TO 2000-FIN                                            00003450
           END-IF.                                                      00003460
           PERFORM 2100-LIRE-UN THRU 2100-FIN                           00003470
              UNTIL OPS-TERMINE.                                        00003480
           CLOSE OPS-FICHIER.                                           00003490
       2000-FIN. EXIT.                                                  00003500
       2100-LIRE-UN.                                                    00003510
           READ OPS-FICHIER                                             00003520
              AT END                                                    00003530
              MOVE '1' TO FIN-OPS                                       00003540
              GO TO 2100-FIN                                            00003550
           END-READ.                                                    00003560
           IF OPS-PHASE NOT = 'F'                                       00003570
              OR OPS-TIMESTAMP (1:10) NOT = W-JOUR                      00003580
              GO TO 2100-FIN                                            00003590
           END-IF.                                                      00003600
           MOVE OPS-PROGRAMME TO W-NOM.                                 00003610
           PERFORM 1130-CHERCHER THRU 1130-FIN.                         00003620
           IF W-TROUVE = 'N'                                            00003630
              GO TO 2100-FIN                                            00003640
           END-IF.                                                      00003650
           MOVE 'O' TO W-PGM-VU (W-PX).                                 00003660
           MOVE OPS-CPT-ENTREE TO W-PGM-ENTREE (W-PX).                  00003670
           MOVE OPS-CPT-SORTIE TO W-PGM-SORTIE (W-PX).                  00003680
           MOVE OPS-CPT-REJET TO W-PGM-REJET (W-PX).                    00003690
           MOVE OPS-ETAT TO W-PGM-ETAT (W-PX).                          00003700
       2100-FIN. EXIT.                                                  00003710
      ******************************************************************00003720
      *  3000 : CONTROLE DE CHAQUE REGLE ET EDITION DES RUPTURES       *00003730
      ******************************************************************00003740
       3000-EDITER.                                                     00003750
           OPEN OUTPUT RPT-FICHIER.                                     00003760
           MOVE W-JOUR TO LTI-JOUR.                                     00003770
           WRITE RPT-REC FROM LIGNE-TITRE.                              00003780
           WRITE RPT-REC FROM LIGNE-BLANCHE.                            00003790
           IF W-REG-CPT = ZERO                                          00003800
              WRITE RPT-REC FROM LIGNE-AUCUNE                           00003810
           ELSE                                                         00003820
              WRITE RPT-REC FROM LIGNE-COLS                             00003830
           END-IF.                                                      00003840
           PERFORM 3100-CONTROLER THRU 3100-FIN                         00003850
              VARYING W-IX FROM 1 BY 1                                  00003860
              UNTIL W-IX > W-REG-CPT.                                   00003870
           WRITE RPT-REC FROM LIGNE-BLANCHE.                            00003880
           MOVE 'REGLES CONTROLEES              ' TO LT-LIB.            00003890
           MOVE W-REGLES TO LT-CPT.                                     00003900
           WRITE RPT-REC FROM LIGNE-TOT.                                00003910
           MOVE 'REGLES EQUILIBREES             ' TO LT-LIB.            00003920
           MOVE W-EQUILIBRES TO LT-CPT.                                 00003930
           WRITE RPT-REC FROM LIGNE-TOT.                                00003940
           MOVE 'RUPTURES D EQUILIBRE           ' TO LT-LIB.            00003950
           MOVE W-RUPTURES TO LT-CPT.                                   00003960
           WRITE RPT-REC FROM LIGNE-TOT.                                00003970
           CLOSE RPT-FICHIER.                                           00003980
           DISPLAY 'REGLES CONTROLEES     = ' W-REGLES.                 00003990
           DISPLAY 'RUPTURES D EQUILIBRE  = ' W-RUPTURES.               00004000
       3000-FIN. EXIT.                                                  00004010
       3100-CONTROLER.                                                  00004020
           ADD 1 TO W-REGLES.                                           00004030
           MOVE W-REG-PROD (W-IX) TO LD-PROD.                           00004040
           MOVE W-REG-PCPT (W-IX) TO LD-PCPT.                           00004050
           MOVE W-REG-CONS (W-IX) TO LD-CONS.                           00004060
           MOVE W-REG-CCPT (W-IX) TO LD-CCPT.                           00004070
           MOVE W-REG-FICHIER (W-IX) TO LD-FICHIER.                     00004080
           MOVE W-REG-TOL (W-IX) TO LD-TOLERE.                          00004090
           MOVE ZERO TO LD-PRODUIT LD-CONSOMME LD-ECART.                00004100
           MOVE W-REG-PROD (W-IX) TO W-NOM.                             00004110
           PERFORM 1130-CHERCHER THRU 1130-FIN.                         00004120
           MOVE W-PX TO W-CX.                                           00004130
           IF W-PGM-VU (W-CX) = 'N'                                     00004140
              MOVE 'PRODUCTEUR ABSENT' TO W-RESULTAT                    00004150
              GO TO 3100-RUPTURE                                        00004160
           END-IF.                                                      00004170
           MOVE W-REG-PCPT (W-IX) TO W-SENS.                            00004180
           PERFORM 3200-COMPTEUR THRU 3200-FIN.                         00004190
           MOVE W-VALEUR TO W-PRODUIT LD-PRODUIT.                       00004200
           MOVE W-REG-CONS (W-IX) TO W-NOM.                             00004210
           PERFORM 1130-CHERCHER THRU 1130-FIN.                         00004220
           MOVE W-PX TO W-CX.                                           00004230
           IF W-PGM-VU (W-CX) = 'N'                                     00004240
              MOVE 'CONSOMMATEUR ABSENT' TO W-RESULTAT                  00004250
              GO TO 3100-RUPTURE                                        00004260
           END-IF.                                                      00004270
           MOVE W-REG-CCPT (W-IX) TO W-SENS.                            00004280
           PERFORM 3200-COMPTEUR THRU 3200-FIN.                         00004290
           MOVE W-VALEUR TO W-CONSOMME LD-CONSOMME.                     00004300
           COMPUTE W-ECART = W-CONSOMME - W-PRODUIT.                    00004310
           MOVE W-ECART TO LD-ECART.                                    00004320
           MOVE W-ECART TO W-ECART-ABS.                                 00004330
           IF W-ECART-ABS > W-REG-TOL (W-IX)                            00004340
              MOVE 'ECART HORS TOLERANCE' TO W-RESULTAT                 00004350
              GO TO 3100-RUPTURE                                        00004360
           END-IF.                                                      00004370
           ADD 1 TO W-EQUILIBRES.                                       00004380
           MOVE 'EQUILIBRE' TO LD-RESULTAT.                             00004390
           WRITE RPT-REC FROM LIGNE-DET.                                00004400
           GO TO 3100-FIN.                                              00004410
       3100-RUPTURE.                                                    00004420
           ADD 1 TO W-RUPTURES.                                         00004430
           MOVE W-RESULTAT TO LD-RESULTAT.                              00004440
           WRITE RPT-REC FROM LIGNE-DET.                                00004450
           IF W-REG-LIB (W-IX) NOT = SPACE                              00004460
              MOVE W-REG-LIB (W-IX) TO LL-LIB                           00004470
              WRITE RPT-REC FROM LIGNE-LIB                              00004480
           END-IF.                                                      00004490
           PERFORM 3300-ALERTER THRU 3300-FIN.                          00004500
       3100-FIN. EXIT.                                                  00004510
       3200-COMPTEUR.                                                   00004520
           MOVE W-PGM-ENTREE (W-CX) TO W-VALEUR.                        00004530
           IF W-SENS = 'S'                                              00004540
              MOVE W-PGM-SORTIE (W-CX) TO W-VALEUR                      00004550
           END-IF.                                                      00004560
           IF W-SENS = 'R'                                              00004570
              MOVE W-PGM-REJET (W-CX) TO W-VALEUR                       00004580
           END-IF.                                                      00004590
       3200-FIN. EXIT.                                                  00004600
       3300-ALERTER.                                                    00004610
           MOVE 'SY0080' TO X87-PROGRAMME.                              00004620
           MOVE 'C' TO X87-GRAVITE.                                     00004630
           MOVE 'BALECART' TO X87-CODE.                                 00004640
           IF W-RESULTAT NOT = 'ECART HORS TOLERANCE'                   00004650
              MOVE 'BALABSNT' TO X87-CODE                               00004660
           END-IF.                                                      00004670
           MOVE SPACE TO X87-CLE.                                       00004680
           STRING W-REG-PROD (W-IX) DELIMITED BY SPACE                  00004690
                  '>' DELIMITED BY SIZE                                 00004700
                  W-REG-CONS (W-IX) DELIMITED BY SPACE                  00004710
                  INTO X87-CLE.                                         00004720
           MOVE SPACE TO X87-TEXTE.                                     00004730
           IF X87-CODE = 'BALABSNT'                                     00004740
              STRING W-REG-FICHIER (W-IX) DELIMITED BY SPACE            00004750
                     ' ' W-RESULTAT DELIMITED BY SIZE INTO X87-TEXTE    00004760
           ELSE                                                         00004770
              STRING W-REG-FICHIER (W-IX) DELIMITED BY SPACE            00004780
                     ' ' W-RESULTAT ' ECART ' LD-ECART                  00004790
                     DELIMITED BY SIZE INTO X87-TEXTE                   00004800
           END-IF.                                                      00004810
           CALL 'SY0087' USING SY0087-PARMS.                            00004820
       3300-FIN. EXIT.                                                  00004830
      ******************************************************************00004840
      *  9000 : REFERENCE OU JOURNAL ILLISIBLE - ARRET PAR SY0081      *00004850
      ******************************************************************00004860
       9000-ARRET.                                                      00004870
           MOVE 'SY0080' TO X81-PROGRAMME.                              00004880
           MOVE W-ERR-PARAGRAPHE TO X81-PARAGRAPHE.                     00004890
           MOVE 'F' TO X81-CATEGORIE.                                   00004900
           MOVE W-ERR-FICHIER TO X81-FICHIER.                           00004910
           MOVE W-ERR-STATUT TO X81-STATUT.                             00004920
           MOVE W-ERR-TEXTE TO X81-TEXTE.                               00004930
           MOVE W-REG-CPT TO X81-CPT-ENTREE.                            00004940
           MOVE ZERO TO X81-CPT-SORTIE X81-CPT-REJET.                   00004950
           CALL 'SY0081' USING SY0081-PARMS.                            00004960
           MOVE X81-CODE-RETOUR TO RETURN-CODE.                         00004970
           GOBACK.                                                      00004980

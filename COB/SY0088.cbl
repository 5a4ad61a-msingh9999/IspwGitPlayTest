      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0088                             *00000020
      *  NOM                  : SY0088                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : SYNTHESE D'EXPLOITATION DU MATIN,      *00000070
      *                         TOUTES CHAINES CONFONDUES, POUR LA     *00000080
      *                         DATE METIER (CARTE SYNPRM, SINON       *00000090
      *                         AUJOURD'HUI).  REPREND LES EDITIONS    *00000100
      *                         DE LA NUIT : JOURNAL DES PASSAGES      *00000110
      *                         (OPSRPT DE SY0094), ANOMALIES DE       *00000120
      *                         FENETRE (OPSSLA DE SY0092), SYNTHESE   *00000130
      *                         DES ERREURS QH (ERRRPT DE JQGD85),     *00000140
      *                         SANTE DU PASSAGE TRI (HLTFILE DE       *00000150
      *                         TRIHLT), ECARTS DE PAIE (VARRPT DE     *00000160
      *                         PAYVAR01) ET ALERTES DE TRACE          *00000170
      *                         (TRCALR DE QA0TRA).  EDITE UN FEU      *00000180
      *                         PAR CHAINE (VERT, ORANGE, ROUGE),      *00000190
      *                         LA LISTE UNIQUE DES ANOMALIES AVEC     *00000200
      *                         LEUR SOURCE ET LES TOTAUX DE           *00000210
      *                         PASSAGES, ENTREES ET REJETS.  UNE      *00000220
      *                         SOURCE ABSENTE EST UNE ANOMALIE        *00000230
      *                         ORANGE.  CODE RETOUR 8 SI UN FEU       *00000240
      *                         EST ROUGE, 4 SI UN FEU EST ORANGE.     *00000250
      ******************************************************************00000260
                                                                        00000270
       IDENTIFICATION DIVISION.                                         00000280
       PROGRAM-ID.        SY0088.                                       00000290
       ENVIRONMENT DIVISION.                                            00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
           SELECT     PRM-FICHIER   ASSIGN    TO  SYNPRM                00000330
           FILE STATUS IS                     PRM-STATUS.               00000340
           SELECT     OPR-FICHIER   ASSIGN    TO  OPSRPT                00000350
           FILE STATUS IS                     OPR-STATUS.               00000360
           SELECT     SLA-FICHIER   ASSIGN    TO  OPSSLA                00000370
           FILE STATUS IS                     SLA-STATUS.               00000380
           SELECT     ERR-FICHIER   ASSIGN    TO  ERRRPT                00000390
           FILE STATUS IS                     ERR-STATUS.               00000400
           SELECT     HLT-FICHIER   ASSIGN    TO  HLTFILE               00000410
           FILE STATUS IS                     HLT-STATUS.               00000420
           SELECT     VAR-FICHIER   ASSIGN    TO  VARRPT                00000430
           FILE STATUS IS                     VAR-STATUS.               00000440
           SELECT     TRA-FICHIER   ASSIGN    TO  TRCALR                00000450
           FILE STATUS IS                     TRA-STATUS.               00000460
           SELECT     RPT-FICHIER   ASSIGN    TO  SYNRPT.               00000470
       DATA DIVISION.                                                   00000480
       FILE SECTION.                                                    00000490
       FD  PRM-FICHIER                                                  00000500
           LABEL RECORDS STANDARD                                       00000510
           BLOCK CONTAINS 0 RECORDS                                     00000520
           RECORDING MODE IS F.                                         00000530
       01  PRM-REC.                                                     00000540
           05  PRM-DATE            PIC 9(8).                            00000550
           05  FILLER              PIC X(72).                           00000560
      *    JOURNAL D'EXPLOITATION EDITE PAR SY0094                      00000570
       FD  OPR-FICHIER                                                  00000580
           LABEL RECORDS STANDARD                                       00000590
           BLOCK CONTAINS 0 RECORDS                                     00000600
           RECORDING MODE IS F.                                         00000610
       01  OPR-REC.                                                     00000620
           05  OPR-PROG            PIC X(8).                            00000630
           05  FILLER              PIC X.                               00000640
           05  OPR-DEBUT           PIC X(26).                           00000650
           05  FILLER              PIC X.                               00000660
           05  OPR-FIN             PIC X(26).                           00000670
           05  FILLER              PIC X.                               00000680
           05  OPR-ENT             PIC X(9).                            00000690
           05  FILLER              PIC X(2).                            00000700
           05  OPR-SOR             PIC X(9).                            00000710
           05  FILLER              PIC X(2).                            00000720
           05  OPR-REJ             PIC X(9).                            00000730
           05  FILLER              PIC X(2).                            00000740
           05  OPR-ETAT            PIC X(8).                            00000750
           05  FILLER              PIC X(28).                           00000760
       01  OPR-VOL.                                                     00000770
           05  OPV-PROG            PIC X(8).                            00000780
           05  OPV-LIB             PIC X(12).                           00000790
           05  OPV-HB-TS           PIC X(26).                           00000800
           05  FILLER              PIC X(86).                           00000810
      *    ANOMALIES DE FENETRE EDITEES PAR SY0092                      00000820
       FD  SLA-FICHIER                                                  00000830
           LABEL RECORDS STANDARD                                       00000840
           BLOCK CONTAINS 0 RECORDS                                     00000850
           RECORDING MODE IS F.                                         00000860
       01  SLA-REC.                                                     00000870
           05  SLA-PROG            PIC X(8).                            00000880
           05  FILLER              PIC X.                               00000890
           05  SLA-TEXTE           PIC X(34).                           00000900
           05  SLA-MARQUE          PIC X(8).                            00000910
           05  FILLER              PIC X(49).                           00000920
      *    SYNTHESE DES ERREURS QH EDITEE PAR JQGD85                    00000930
       FD  ERR-FICHIER                                                  00000940
           LABEL RECORDS STANDARD                                       00000950
           BLOCK CONTAINS 0 RECORDS                                     00000960
           RECORDING MODE IS F.                                         00000970
       01  ERR-REC.                                                     00000980
           05  ERR-STAT            PIC X(2).                            00000990
           05  ERR-BLANC           PIC X(5).                            00001000
           05  ERR-VSAM            PIC X(6).                            00001010
           05  FILLER              PIC X.                               00001020
           05  ERR-NB              PIC X(7).                            00001030
           05  FILLER              PIC X(2).                            00001040
           05  ERR-PREM            PIC X(13).                           00001050
           05  FILLER              PIC X.                               00001060
           05  ERR-DERN            PIC X(13).                           00001070
           05  FILLER              PIC X(30).                           00001080
      *    CONTROLE DE SANTE EDITE PAR TRIHLT                           00001090
       FD  HLT-FICHIER                                                  00001100
           LABEL RECORDS STANDARD                                       00001110
           BLOCK CONTAINS 0 RECORDS                                     00001120
           RECORDING MODE IS F.                                         00001130
       01  HLT-REC.                                                     00001140
           05  HLT-NOM             PIC X(21).                           00001150
           05  FILLER              PIC X(40).                           00001160
           05  HLT-FLAG            PIC X(5).                            00001170
           05  FILLER              PIC X(14).                           00001180
       01  HLT-SOMMAIRE.                                                00001190
           05  HLT-TEXTE           PIC X(40).                           00001200
           05  FILLER              PIC X(40).                           00001210
      *    CONTROLE DES ECARTS EDITE PAR PAYVAR01                       00001220
       FD  VAR-FICHIER                                                  00001230
           LABEL RECORDS STANDARD                                       00001240
           BLOCK CONTAINS 0 RECORDS                                     00001250
           RECORDING MODE IS F.                                         00001260
       01  VAR-REC.                                                     00001270
           05  VAR-REGION          PIC X(5).                            00001280
           05  FILLER              PIC X(48).                           00001290
           05  VAR-FLAG            PIC X(5).                            00001300
           05  FILLER              PIC X(22).                           00001310
      *    ALERTES DE TRACE EDITEES PAR QA0TRA                          00001320
       FD  TRA-FICHIER                                                  00001330
           LABEL RECORDS STANDARD                                       00001340
           BLOCK CONTAINS 0 RECORDS                                     00001350
           RECORDING MODE IS F.                                         00001360
       01  TRA-REC.                                                     00001370
           05  TRA-TEXTE           PIC X(26).                           00001380
           05  FILLER              PIC X.                               00001390
           05  TRA-ORIG            PIC X(8).                            00001400
           05  TRA-FLECHE          PIC X(4).                            00001410
           05  TRA-MODULE          PIC X(8).                            00001420
           05  TRA-MARQUE          PIC X(8).                            00001430
           05  FILLER              PIC X(45).                           00001440
       FD  RPT-FICHIER                                                  00001450
           LABEL RECORDS STANDARD                                       00001460
           BLOCK CONTAINS 0 RECORDS                                     00001470
           RECORDING MODE IS F.                                         00001480
       01  RPT-REC                 PIC X(132).                          00001490
       WORKING-STORAGE SECTION.                                         00001500
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00001510
       01  OPR-STATUS              PIC XX VALUE ZERO.                   00001520
       01  SLA-STATUS              PIC XX VALUE ZERO.                   00001530
       01  ERR-STATUS              PIC XX VALUE ZERO.                   00001540
       01  HLT-STATUS              PIC XX VALUE ZERO.                   00001550
       01  VAR-STATUS              PIC XX VALUE ZERO.                   00001560
       01  TRA-STATUS              PIC XX VALUE ZERO.                   00001570
       01  FIN-SRC                 PIC X  VALUE '0'.                    00001580
           88  SRC-TERMINE                VALUE '1'.                    00001590
       01  W-DATE-VOULUE           PIC 9(8) VALUE ZERO.                 00001600
       01  W-DATE-X REDEFINES W-DATE-VOULUE.                            00001610
           05  W-DV-AAAA           PIC X(4).                            00001620
           05  W-DV-MM             PIC X(2).                            00001630
           05  W-DV-JJ             PIC X(2).                            00001640
       01  W-JOUR                  PIC X(10) VALUE SPACE.               00001650
       01  W-SX                    PIC 9(3) VALUE ZERO.                 00001660
       01  W-AX                    PIC 9(3) VALUE ZERO.                 00001670
       01  W-NUM-X                 PIC X(9) VALUE ZERO.                 00001680
       01  W-NUM REDEFINES W-NUM-X PIC 9(9).                            00001690
       01  W-RESUME-TRA            PIC X  VALUE 'N'.                    00001700
      *    ZONES DE L'ANOMALIE EN COURS DE CONSTITUTION                 00001710
       01  W-SOURCE                PIC X(8) VALUE SPACE.                00001720
       01  W-NOM                   PIC X(8) VALUE SPACE.                00001730
       01  W-NIVEAU                PIC X(6) VALUE SPACE.                00001740
           88  W-NIV-ROUGE                VALUE 'ROUGE '.               00001750
           88  W-NIV-ORANGE               VALUE 'ORANGE'.               00001760
       01  W-LIB                   PIC X(60) VALUE SPACE.               00001770
       01  W-STATUT                PIC XX VALUE ZERO.                   00001780
      *    TOTAUX GENERAUX                                              00001790
       01  W-NB-PASSAGES           PIC 9(7) VALUE ZERO.                 00001800
       01  W-NB-ENTREES            PIC 9(11) VALUE ZERO.                00001810
       01  W-NB-REJETS             PIC 9(11) VALUE ZERO.                00001820
       01  W-NB-ROUGES             PIC 9(5) VALUE ZERO.                 00001830
       01  W-NB-ORANGES            PIC 9(5) VALUE ZERO.                 00001840
       01  W-NB-ABSENTES           PIC 9(3) VALUE ZERO.                 00001850
       01  W-NB-NON-EDITEES        PIC 9(5) VALUE ZERO.                 00001860
      *    CHAINES : LA DERNIERE RECUEILLE LES PROGRAMMES HORS CHAINE   00001870
       01  W-STE-CPT               PIC 9(3) VALUE 6.                    00001880
       01  W-STE-TABLE.                                                 00001890
           05  W-STE-DEFAUT        PIC X(36) VALUE                      00001900
               'JQG   TRI   PAY   QA    SY    DIVERS'.                  00001910
           05  FILLER              PIC X(270) VALUE SPACE.              00001920
       01  W-STE-TAB REDEFINES W-STE-TABLE.                             00001930
           05  W-STE-NOM           PIC X(6) OCCURS 6 TIMES.             00001940
           05  W-STE-ENT           OCCURS 6 TIMES.                      00001950
               10  W-STE-PASS      PIC 9(7).                            00001960
               10  W-STE-ENTR      PIC 9(11).                           00001970
               10  W-STE-REJ       PIC 9(11).                           00001980
               10  W-STE-ORANGE    PIC 9(5).                            00001990
               10  W-STE-ROUGE     PIC 9(5).                            00002000
               10  W-STE-FEU       PIC X(6).                            00002010
      *    ANOMALIES DE TOUTES SOURCES, DANS L'ORDRE DE LECTURE         00002020
       01  W-ANO-CPT               PIC 9(3) VALUE ZERO.                 00002030
       01  W-ANO-TABLE.                                                 00002040
           05  W-ANO-ENT           OCCURS 300 TIMES.                    00002050
               10  W-ANO-SOURCE    PIC X(8).                            00002060
               10  W-ANO-CHAINE    PIC X(6).                            00002070
               10  W-ANO-NIVEAU    PIC X(6).                            00002080
               10  W-ANO-OBJET     PIC X(8).                            00002090
               10  W-ANO-LIB       PIC X(60).                           00002100
       COPY SY0099.                                                     00002110
       01  LIGNE-TITRE.                                                 00002120
           05  FILLER     PIC X(47) VALUE                               00002130
               'SYNTHESE D EXPLOITATION DU MATIN - DATE METIER '.       00002140
           05  LTI-JOUR   PIC X(10).                                    00002150
           05  FILLER     PIC X(75) VALUE SPACE.                        00002160
       01  LIGNE-BLANCHE           PIC X(132) VALUE SPACE.              00002170
       01  LIGNE-SOUS-TITRE-1.                                          00002180
           05  FILLER     PIC X(40) VALUE                               00002190
               'ETAT PAR CHAINE'.                                       00002200
           05  FILLER     PIC X(92) VALUE SPACE.                        00002210
       01  LIGNE-COLS-1.                                                00002220
           05  FILLER     PIC X(16) VALUE 'CHAINE  FEU     '.           00002230
           05  FILLER     PIC X(10) VALUE 'PASSAGES  '.                 00002240
           05  FILLER     PIC X(13) VALUE '    ENTREES  '.              00002250
           05  FILLER     PIC X(13) VALUE '     REJETS  '.              00002260
           05  FILLER     PIC X(14) VALUE 'ORANGE   ROUGE'.             00002270
           05  FILLER     PIC X(66) VALUE SPACE.                        00002280
       01  LIGNE-CHAINE.                                                00002290
           05  LS-CHAINE  PIC X(6).                                     00002300
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002310
           05  LS-FEU     PIC X(6).                                     00002320
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002330
           05  LS-PASS    PIC Z(7)9.                                    00002340
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002350
           05  LS-ENT     PIC Z(10)9.                                   00002360
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002370
           05  LS-REJ     PIC Z(10)9.                                   00002380
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002390
           05  LS-ORANGE  PIC Z(5)9.                                    00002400
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002410
           05  LS-ROUGE   PIC Z(5)9.                                    00002420
           05  FILLER     PIC X(66) VALUE SPACE.                        00002430
       01  LIGNE-SOUS-TITRE-2.                                          00002440
           05  FILLER     PIC X(40) VALUE                               00002450
               'ANOMALIES (TOUTES SOURCES)'.                            00002460
           05  FILLER     PIC X(92) VALUE SPACE.                        00002470
       01  LIGNE-COLS-2.                                                00002480
           05  FILLER     PIC X(33) VALUE                               00002490
               'SOURCE   CHAINE NIVEAU OBJET    '.                      00002500
           05  FILLER     PIC X(99) VALUE 'LIBELLE'.                    00002510
       01  LIGNE-ANO.                                                   00002520
           05  LA-SOURCE  PIC X(8).                                     00002530
           05  FILLER     PIC X     VALUE SPACE.                        00002540
           05  LA-CHAINE  PIC X(6).                                     00002550
           05  FILLER     PIC X     VALUE SPACE.                        00002560
           05  LA-NIVEAU  PIC X(6).                                     00002570
           05  FILLER     PIC X     VALUE SPACE.                        00002580
           05  LA-OBJET   PIC X(8).                                     00002590
           05  FILLER     PIC X     VALUE SPACE.                        00002600
           05  LA-LIB     PIC X(60).                                    00002610
           05  FILLER     PIC X(40) VALUE SPACE.                        00002620
       01  LIGNE-AUCUNE.                                                00002630
           05  FILLER     PIC X(40) VALUE                               00002640
               'AUCUNE ANOMALIE'.                                       00002650
           05  FILLER     PIC X(92) VALUE SPACE.                        00002660
       01  LIGNE-TOT.                                                   00002670
           05  LT-LIB     PIC X(30).                                    00002680
           05  LT-CPT     PIC Z(10)9.                                   00002690
           05  FILLER     PIC X(91) VALUE SPACE.                        00002700
       PROCEDURE DIVISION.                                              00002710
       0000-MAINLINE.                                                   00002720
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00002730
           PERFORM 2000-LIRE-OPSRPT THRU 2000-FIN.                      00002740
           PERFORM 2100-LIRE-OPSSLA THRU 2100-FIN.                      00002750
           PERFORM 2200-LIRE-ERRRPT THRU 2200-FIN.                      00002760
           PERFORM 2300-LIRE-HLTFILE THRU 2300-FIN.                     00002770
           PERFORM 2400-LIRE-VARRPT THRU 2400-FIN.                      00002780
           PERFORM 2500-LIRE-TRCALR THRU 2500-FIN.                      00002790
           PERFORM 3000-EDITER THRU 3000-FIN.                           00002800
           GOBACK.                                                      00002810
      ******************************************************************00002820
      *  1000 : DATE METIER ET MISE A ZERO DES CHAINES                 *00002830
      ******************************************************************00002840
       1000-INITIALISER.                                                00002850
           MOVE 'C' TO X99-FONCTION.                                    00002860
           CALL 'SY0099' USING SY0099-PARMS.                            00002870
           MOVE X99-DATE-8 TO W-DATE-VOULUE.                            00002880
           OPEN INPUT PRM-FICHIER.                                      00002890
           IF PRM-STATUS = '00'                                         00002900
              READ PRM-FICHIER                                          00002910
                 AT END                                                 00002920
                 MOVE ZERO TO PRM-DATE                                  00002930
              END-READ                                                  00002940
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00002950
                 MOVE PRM-DATE TO W-DATE-VOULUE                         00002960
              END-IF                                                    00002970
              CLOSE PRM-FICHIER                                         00002980
           END-IF.                                                      00002990
           STRING W-DV-AAAA '-' W-DV-MM '-' W-DV-JJ                     00003000
                  DELIMITED BY SIZE INTO W-JOUR.                        00003010
           PERFORM 1100-RAZ-CHAINE THRU 1100-FIN                        00003020
              VARYING W-SX FROM 1 BY 1                                  00003030
              UNTIL W-SX > W-STE-CPT.                                   00003040
       1000-FIN. EXIT.                                                  00003050
       1100-RAZ-CHAINE.                                                 00003060
           MOVE ZERO TO W-STE-PASS (W-SX).                              00003070
           MOVE ZERO TO W-STE-ENTR (W-SX).                              00003080
           MOVE ZERO TO W-STE-REJ (W-SX).                               00003090
           MOVE ZERO TO W-STE-ORANGE (W-SX).                            00003100
           MOVE ZERO TO W-STE-ROUGE (W-SX).                             00003110
           MOVE 'VERT' TO W-STE-FEU (W-SX).                             00003120
       1100-FIN. EXIT.                                                  00003130
      ******************************************************************00003140
      *  2000 : PASSAGES DE LA DATE METIER (OPSRPT DE SY0094).         *00003150
      *  SEULES LES LIGNES DONT LA FIN EST DATEE DU JOUR SONT          *00003160
      *  COMPTEES ; UNE LIGNE 'EN COURS' EST UN PASSAGE SANS FIN.      *00003170
      ******************************************************************00003180
       2000-LIRE-OPSRPT.                                                00003190
           MOVE 'OPSRPT' TO W-SOURCE.                                   00003200
           OPEN INPUT OPR-FICHIER.                                      00003210
           IF OPR-STATUS NOT = '00'                                     00003220
              MOVE OPR-STATUS TO W-STATUT                               00003230
              MOVE 'SY0094' TO W-NOM                                    00003240
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00003250
              GO TO 2000-FIN                                            00003260
           END-IF.                                                      00003270
           MOVE '0' TO FIN-SRC.                                         00003280
           PERFORM 2010-LIRE-UN THRU 2010-FIN                           00003290
              UNTIL SRC-TERMINE.                                        00003300
           CLOSE OPR-FICHIER.                                           00003310
       2000-FIN. EXIT.                                                  00003320
       2010-LIRE-UN.                                                    00003330
           READ OPR-FICHIER                                             00003340
              AT END                                                    00003350
              MOVE '1' TO FIN-SRC                                       00003360
              GO TO 2010-FIN                                            00003370
           END-READ.                                                    00003380
           IF OPV-LIB = ' EN COURS - '                                  00003390
              AND (OPV-HB-TS (1:10) = W-JOUR OR OPV-HB-TS = SPACE)      00003400
              MOVE OPV-PROG TO W-NOM                                    00003410
              MOVE 'ORANGE' TO W-NIVEAU                                 00003420
              MOVE 'EN COURS - FIN NON JOURNALISEE' TO W-LIB            00003430
              PERFORM 2800-NOTER THRU 2800-FIN                          00003440
              GO TO 2010-FIN                                            00003450
           END-IF.                                                      00003460
           IF OPR-FIN (1:10) NOT = W-JOUR                               00003470
              GO TO 2010-FIN                                            00003480
           END-IF.                                                      00003490
           MOVE OPR-PROG TO W-NOM.                                      00003500
           PERFORM 2850-CHAINE THRU 2850-FIN.                           00003510
           ADD 1 TO W-NB-PASSAGES.                                      00003520
           ADD 1 TO W-STE-PASS (W-SX).                                  00003530
           MOVE OPR-ENT TO W-NUM-X.                                     00003540
           INSPECT W-NUM-X REPLACING LEADING SPACE BY '0'.              00003550
           IF W-NUM-X NUMERIC                                           00003560
              ADD W-NUM TO W-NB-ENTREES                                 00003570
              ADD W-NUM TO W-STE-ENTR (W-SX)                            00003580
           END-IF.                                                      00003590
           MOVE OPR-REJ TO W-NUM-X.                                     00003600
           INSPECT W-NUM-X REPLACING LEADING SPACE BY '0'.              00003610
           IF W-NUM-X NUMERIC                                           00003620
              ADD W-NUM TO W-NB-REJETS                                  00003630
              ADD W-NUM TO W-STE-REJ (W-SX)                             00003640
           END-IF.                                                      00003650
           IF OPR-ETAT = 'OK'                                           00003660
              GO TO 2010-FIN                                            00003670
           END-IF.                                                      00003680
           IF OPR-ETAT = 'KO' OR OPR-ETAT = 'ANOMALIE'                  00003690
              OR OPR-ETAT = 'DESEQUIL' OR OPR-ETAT = 'ABEND'            00003700
              MOVE 'ROUGE' TO W-NIVEAU                                  00003710
           ELSE                                                         00003720
              MOVE 'ORANGE' TO W-NIVEAU                                 00003730
           END-IF.                                                      00003740
           MOVE SPACE TO W-LIB.                                         00003750
           STRING 'FIN EN ETAT ' DELIMITED BY SIZE                      00003760
                  OPR-ETAT DELIMITED BY SPACE INTO W-LIB.               00003770
           PERFORM 2800-NOTER THRU 2800-FIN.                            00003780
       2010-FIN. EXIT.                                                  00003790
      ******************************************************************00003800
      *  2100 : ANOMALIES DE FENETRE (OPSSLA DE SY0092).  UN PASSAGE   *00003810
      *  MANQUANT EST ROUGE, LES AUTRES ECARTS SONT ORANGE.            *00003820
      ******************************************************************00003830
       2100-LIRE-OPSSLA.                                                00003840
           MOVE 'OPSSLA' TO W-SOURCE.                                   00003850
           OPEN INPUT SLA-FICHIER.                                      00003860
           IF SLA-STATUS NOT = '00'                                     00003870
              MOVE SLA-STATUS TO W-STATUT                               00003880
              MOVE 'SY0092' TO W-NOM                                    00003890
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00003900
              GO TO 2100-FIN                                            00003910
           END-IF.                                                      00003920
           MOVE '0' TO FIN-SRC.                                         00003930
           PERFORM 2110-LIRE-UN THRU 2110-FIN                           00003940
              UNTIL SRC-TERMINE.                                        00003950
           CLOSE SLA-FICHIER.                                           00003960
       2100-FIN. EXIT.                                                  00003970
       2110-LIRE-UN.                                                    00003980
           READ SLA-FICHIER                                             00003990
              AT END                                                    00004000
              MOVE '1' TO FIN-SRC                                       00004010
              GO TO 2110-FIN                                            00004020
           END-READ.                                                    00004030
           IF SLA-MARQUE NOT = ' DEBUT  ' OR SLA-TEXTE = 'OK'           00004040
              GO TO 2110-FIN                                            00004050
           END-IF.                                                      00004060
           MOVE SLA-PROG TO W-NOM.                                      00004070
           IF SLA-TEXTE = 'PASSAGE MANQUANT'                            00004080
              MOVE 'ROUGE' TO W-NIVEAU                                  00004090
           ELSE                                                         00004100
              MOVE 'ORANGE' TO W-NIVEAU                                 00004110
           END-IF.                                                      00004120
           MOVE SLA-TEXTE TO W-LIB.                                     00004130
           PERFORM 2800-NOTER THRU 2800-FIN.                            00004140
       2110-FIN. EXIT.                                                  00004150
      ******************************************************************00004160
      *  2200 : ERREURS QH (ERRRPT DE JQGD85).  LE STATUT 97 EST       *00004170
      *  ORANGE, TOUT AUTRE STATUT EST ROUGE COMME DANS JQGD85.        *00004180
      ******************************************************************00004190
       2200-LIRE-ERRRPT.                                                00004200
           MOVE 'ERRRPT' TO W-SOURCE.                                   00004210
           OPEN INPUT ERR-FICHIER.                                      00004220
           IF ERR-STATUS NOT = '00'                                     00004230
              MOVE ERR-STATUS TO W-STATUT                               00004240
              MOVE 'JQGD85' TO W-NOM                                    00004250
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00004260
              GO TO 2200-FIN                                            00004270
           END-IF.                                                      00004280
           MOVE '0' TO FIN-SRC.                                         00004290
           PERFORM 2210-LIRE-UN THRU 2210-FIN                           00004300
              UNTIL SRC-TERMINE.                                        00004310
           CLOSE ERR-FICHIER.                                           00004320
       2200-FIN. EXIT.                                                  00004330
       2210-LIRE-UN.                                                    00004340
           READ ERR-FICHIER                                             00004350
              AT END                                                    00004360
              MOVE '1' TO FIN-SRC                                       00004370
              GO TO 2210-FIN                                            00004380
           END-READ.                                                    00004390
           IF ERR-STAT = SPACE OR ERR-BLANC NOT = SPACE                 00004400
              GO TO 2210-FIN                                            00004410
           END-IF.                                                      00004420
           MOVE 'JQGD85' TO W-NOM.                                      00004430
           IF ERR-STAT = '97'                                           00004440
              MOVE 'ORANGE' TO W-NIVEAU                                 00004450
           ELSE                                                         00004460
              MOVE 'ROUGE' TO W-NIVEAU                                  00004470
           END-IF.                                                      00004480
           MOVE SPACE TO W-LIB.                                         00004490
           STRING 'STATUT ' ERR-STAT ' VSAM ' ERR-VSAM                  00004500
                  ' NOMBRE ' ERR-NB ' DERNIERE ' ERR-DERN               00004510
                  DELIMITED BY SIZE INTO W-LIB.                         00004520
           PERFORM 2800-NOTER THRU 2800-FIN.                            00004530
       2210-FIN. EXIT.                                                  00004540
      ******************************************************************00004550
      *  2300 : SANTE DU PASSAGE TRI (HLTFILE DE TRIHLT).  UNE         *00004560
      *  CATEGORIE EN ALERTE EST ROUGE ; L'ABSENCE DE BASE DE          *00004570
      *  COMPARAISON EST ORANGE.                                       *00004580
      ******************************************************************00004590
       2300-LIRE-HLTFILE.                                               00004600
           MOVE 'HLTFILE' TO W-SOURCE.                                  00004610
           OPEN INPUT HLT-FICHIER.                                      00004620
           IF HLT-STATUS NOT = '00'                                     00004630
              MOVE HLT-STATUS TO W-STATUT                               00004640
              MOVE 'TRIHLT' TO W-NOM                                    00004650
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00004660
              GO TO 2300-FIN                                            00004670
           END-IF.                                                      00004680
           MOVE '0' TO FIN-SRC.                                         00004690
           PERFORM 2310-LIRE-UN THRU 2310-FIN                           00004700
              UNTIL SRC-TERMINE.                                        00004710
           CLOSE HLT-FICHIER.                                           00004720
       2300-FIN. EXIT.                                                  00004730
       2310-LIRE-UN.                                                    00004740
           READ HLT-FICHIER                                             00004750
              AT END                                                    00004760
              MOVE '1' TO FIN-SRC                                       00004770
              GO TO 2310-FIN                                            00004780
           END-READ.                                                    00004790
           MOVE 'TRIHLT' TO W-NOM.                                      00004800
           IF HLT-FLAG = 'ALERT'                                        00004810
              MOVE 'ROUGE' TO W-NIVEAU                                  00004820
              MOVE SPACE TO W-LIB                                       00004830
              STRING HLT-NOM DELIMITED BY '  '                          00004840
                     ' AU-DELA DE LA LIMITE' DELIMITED BY SIZE          00004850
                     INTO W-LIB                                         00004860
              PERFORM 2800-NOTER THRU 2800-FIN                          00004870
              GO TO 2310-FIN                                            00004880
           END-IF.                                                      00004890
           IF HLT-TEXTE (1:10) = 'NO HISTORY'                           00004900
              OR HLT-TEXTE (1:12) = 'ONLY ONE RUN'                      00004910
              MOVE 'ORANGE' TO W-NIVEAU                                 00004920
              MOVE HLT-TEXTE TO W-LIB                                   00004930
              PERFORM 2800-NOTER THRU 2800-FIN                          00004940
           END-IF.                                                      00004950
       2310-FIN. EXIT.                                                  00004960
      ******************************************************************00004970
      *  2400 : ECARTS DE MASSE SALARIALE (VARRPT DE PAYVAR01).        *00004980
      *  CHAQUE REGION EN ALERTE EST ROUGE.                            *00004990
      ******************************************************************00005000
       2400-LIRE-VARRPT.                                                00005010
           MOVE 'VARRPT' TO W-SOURCE.                                   00005020
           OPEN INPUT VAR-FICHIER.                                      00005030
           IF VAR-STATUS NOT = '00'                                     00005040
              MOVE VAR-STATUS TO W-STATUT                               00005050
              MOVE 'PAYVAR01' TO W-NOM                                  00005060
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00005070
              GO TO 2400-FIN                                            00005080
           END-IF.                                                      00005090
           MOVE '0' TO FIN-SRC.                                         00005100
           PERFORM 2410-LIRE-UN THRU 2410-FIN                           00005110
              UNTIL SRC-TERMINE.                                        00005120
           CLOSE VAR-FICHIER.                                           00005130
       2400-FIN. EXIT.                                                  00005140
       2410-LIRE-UN.                                                    00005150
           READ VAR-FICHIER                                             00005160
              AT END                                                    00005170
              MOVE '1' TO FIN-SRC                                       00005180
              GO TO 2410-FIN                                            00005190
           END-READ.                                                    00005200
           IF VAR-FLAG NOT = 'ALERT'                                    00005210
              GO TO 2410-FIN                                            00005220
           END-IF.                                                      00005230
           MOVE 'PAYVAR01' TO W-NOM.                                    00005240
           MOVE 'ROUGE' TO W-NIVEAU.                                    00005250
           MOVE SPACE TO W-LIB.                                         00005260
           STRING 'REGION ' VAR-REGION                                  00005270
                  ' - ECART DE PAIE AU-DELA DE LA LIMITE'               00005280
                  DELIMITED BY SIZE INTO W-LIB.                         00005290
           PERFORM 2800-NOTER THRU 2800-FIN.                            00005300
       2410-FIN. EXIT.                                                  00005310
      ******************************************************************00005320
      *  2500 : ALERTES DE TRACE (TRCALR DE QA0TRA).  LA LATENCE EST   *00005330
      *  ORANGE, UNE CHAINE SANS SAUT TERMINAL EST ROUGE.  LE          *00005340
      *  RESUME DE FIN D'EDITION N'EST PAS REPRIS.                     *00005350
      ******************************************************************00005360
       2500-LIRE-TRCALR.                                                00005370
           MOVE 'TRCALR' TO W-SOURCE.                                   00005380
           OPEN INPUT TRA-FICHIER.                                      00005390
           IF TRA-STATUS NOT = '00'                                     00005400
              MOVE TRA-STATUS TO W-STATUT                               00005410
              MOVE 'QA0TRA' TO W-NOM                                    00005420
              PERFORM 2900-SOURCE-ABSENTE THRU 2900-FIN                 00005430
              GO TO 2500-FIN                                            00005440
           END-IF.                                                      00005450
           MOVE '0' TO FIN-SRC.                                         00005460
           MOVE 'N' TO W-RESUME-TRA.                                    00005470
           PERFORM 2510-LIRE-UN THRU 2510-FIN                           00005480
              UNTIL SRC-TERMINE.                                        00005490
           CLOSE TRA-FICHIER.                                           00005500
       2500-FIN. EXIT.                                                  00005510
       2510-LIRE-UN.                                                    00005520
           READ TRA-FICHIER                                             00005530
              AT END                                                    00005540
              MOVE '1' TO FIN-SRC                                       00005550
              GO TO 2510-FIN                                            00005560
           END-READ.                                                    00005570
           IF TRA-TEXTE (1:6) = 'RESUME'                                00005580
              MOVE 'O' TO W-RESUME-TRA                                  00005590
           END-IF.                                                      00005600
           IF W-RESUME-TRA = 'O'                                        00005610
              OR TRA-FLECHE NOT = ' -> '                                00005620
              OR TRA-MARQUE NOT = ' ECART  '                            00005630
              GO TO 2510-FIN                                            00005640
           END-IF.                                                      00005650
           MOVE TRA-ORIG TO W-NOM.                                      00005660
           IF TRA-TEXTE = 'LATENCE EXCESSIVE'                           00005670
              MOVE 'ORANGE' TO W-NIVEAU                                 00005680
           ELSE                                                         00005690
              MOVE 'ROUGE' TO W-NIVEAU                                  00005700
           END-IF.                                                      00005710
           MOVE SPACE TO W-LIB.                                         00005720
           STRING TRA-TEXTE DELIMITED BY '  '                           00005730
                  ' VERS ' TRA-MODULE DELIMITED BY SIZE INTO W-LIB.     00005740
           PERFORM 2800-NOTER THRU 2800-FIN.                            00005750
       2510-FIN. EXIT.                                                  00005760
      ******************************************************************00005770
      *  2800 : PRISE EN COMPTE D'UNE ANOMALIE (W-SOURCE, W-NOM,       *00005780
      *  W-NIVEAU, W-LIB) DANS SA CHAINE ET DANS LA LISTE              *00005790
      ******************************************************************00005800
       2800-NOTER.                                                      00005810
           PERFORM 2850-CHAINE THRU 2850-FIN.                           00005820
           IF W-NIV-ROUGE                                               00005830
              ADD 1 TO W-NB-ROUGES                                      00005840
              ADD 1 TO W-STE-ROUGE (W-SX)                               00005850
              MOVE 'ROUGE' TO W-STE-FEU (W-SX)                          00005860
           ELSE                                                         00005870
              ADD 1 TO W-NB-ORANGES                                     00005880
              ADD 1 TO W-STE-ORANGE (W-SX)                              00005890
              IF W-STE-FEU (W-SX) NOT = 'ROUGE'                         00005900
                 MOVE 'ORANGE' TO W-STE-FEU (W-SX)                      00005910
              END-IF                                                    00005920
           END-IF.                                                      00005930
           IF W-ANO-CPT NOT < 300                                       00005940
              ADD 1 TO W-NB-NON-EDITEES                                 00005950
              GO TO 2800-FIN                                            00005960
           END-IF.                                                      00005970
           ADD 1 TO W-ANO-CPT.                                          00005980
           MOVE W-SOURCE TO W-ANO-SOURCE (W-ANO-CPT).                   00005990
           MOVE W-STE-NOM (W-SX) TO W-ANO-CHAINE (W-ANO-CPT).           00006000
           MOVE W-NIVEAU TO W-ANO-NIVEAU (W-ANO-CPT).                   00006010
           MOVE W-NOM TO W-ANO-OBJET (W-ANO-CPT).                       00006020
           MOVE W-LIB TO W-ANO-LIB (W-ANO-CPT).                         00006030
       2800-FIN. EXIT.                                                  00006040
       2850-CHAINE.                                                     00006050
           MOVE 6 TO W-SX.                                              00006060
           IF W-NOM (1:3) = 'JQG'                                       00006070
              MOVE 1 TO W-SX                                            00006080
           END-IF.                                                      00006090
           IF W-NOM (1:3) = 'TRI'                                       00006100
              MOVE 2 TO W-SX                                            00006110
           END-IF.                                                      00006120
           IF W-NOM (1:3) = 'PAY'                                       00006130
              MOVE 3 TO W-SX                                            00006140
           END-IF.                                                      00006150
           IF W-NOM (1:2) = 'QA' OR W-NOM (1:3) = 'QUD'                 00006160
              MOVE 4 TO W-SX                                            00006170
           END-IF.                                                      00006180
           IF W-NOM (1:2) = 'SY'                                        00006190
              MOVE 5 TO W-SX                                            00006200
           END-IF.                                                      00006210
       2850-FIN. EXIT.                                                  00006220
       2900-SOURCE-ABSENTE.                                             00006230
           DISPLAY 'SOURCE ' W-SOURCE ' INDISPONIBLE - STATUT '         00006240
                   W-STATUT.                                            00006250
           ADD 1 TO W-NB-ABSENTES.                                      00006260
           MOVE 'ORANGE' TO W-NIVEAU.                                   00006270
           MOVE SPACE TO W-LIB.                                         00006280
           STRING 'EDITION ABSENTE - STATUT ' W-STATUT                  00006290
                  DELIMITED BY SIZE INTO W-LIB.                         00006300
           PERFORM 2800-NOTER THRU 2800-FIN.                            00006310
       2900-FIN. EXIT.                                                  00006320
      ******************************************************************00006330
      *  3000 : EDITION DES FEUX, DES ANOMALIES ET DES TOTAUX          *00006340
      ******************************************************************00006350
       3000-EDITER.                                                     00006360
           OPEN OUTPUT RPT-FICHIER.                                     00006370
           MOVE W-JOUR TO LTI-JOUR.                                     00006380
           WRITE RPT-REC FROM LIGNE-TITRE.                              00006390
           WRITE RPT-REC FROM LIGNE-BLANCHE.                            00006400
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE-1.                       00006410
           WRITE RPT-REC FROM LIGNE-COLS-1.                             00006420
           PERFORM 3100-EDITER-CHAINE THRU 3100-FIN                     00006430
              VARYING W-SX FROM 1 BY 1                                  00006440
              UNTIL W-SX > W-STE-CPT.                                   00006450
           WRITE RPT-REC FROM LIGNE-BLANCHE.                            00006460
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE-2.                       00006470
           WRITE RPT-REC FROM LIGNE-COLS-2.                             00006480
           IF W-ANO-CPT = ZERO                                          00006490
              WRITE RPT-REC FROM LIGNE-AUCUNE                           00006500
           END-IF.                                                      00006510
           PERFORM 3200-EDITER-ANO THRU 3200-FIN                        00006520
              VARYING W-AX FROM 1 BY 1                                  00006530
              UNTIL W-AX > W-ANO-CPT.                                   00006540
           WRITE RPT-REC FROM LIGNE-BLANCHE.                            00006550
           MOVE 'PASSAGES DU JOUR              ' TO LT-LIB.             00006560
           MOVE W-NB-PASSAGES TO LT-CPT.                                00006570
           WRITE RPT-REC FROM LIGNE-TOT.                                00006580
           MOVE 'ENREGISTREMENTS TRAITES       ' TO LT-LIB.             00006590
           MOVE W-NB-ENTREES TO LT-CPT.                                 00006600
           WRITE RPT-REC FROM LIGNE-TOT.                                00006610
           MOVE 'ENREGISTREMENTS REJETES       ' TO LT-LIB.             00006620
           MOVE W-NB-REJETS TO LT-CPT.                                  00006630
           WRITE RPT-REC FROM LIGNE-TOT.                                00006640
           MOVE 'ANOMALIES ROUGES              ' TO LT-LIB.             00006650
           MOVE W-NB-ROUGES TO LT-CPT.                                  00006660
           WRITE RPT-REC FROM LIGNE-TOT.                                00006670
           MOVE 'ANOMALIES ORANGE              ' TO LT-LIB.             00006680
           MOVE W-NB-ORANGES TO LT-CPT.                                 00006690
           WRITE RPT-REC FROM LIGNE-TOT.                                00006700
           MOVE 'SOURCES ABSENTES              ' TO LT-LIB.             00006710
           MOVE W-NB-ABSENTES TO LT-CPT.                                00006720
           WRITE RPT-REC FROM LIGNE-TOT.                                00006730
           IF W-NB-NON-EDITEES NOT = ZERO                               00006740
              MOVE 'ANOMALIES NON EDITEES         ' TO LT-LIB           00006750
              MOVE W-NB-NON-EDITEES TO LT-CPT                           00006760
              WRITE RPT-REC FROM LIGNE-TOT                              00006770
           END-IF.                                                      00006780
           CLOSE RPT-FICHIER.                                           00006790
           DISPLAY 'PASSAGES DU JOUR      = ' W-NB-PASSAGES.            00006800
           DISPLAY 'ANOMALIES ROUGES      = ' W-NB-ROUGES.              00006810
           DISPLAY 'ANOMALIES ORANGE      = ' W-NB-ORANGES.             00006820
           IF W-NB-ROUGES NOT = ZERO                                    00006830
              MOVE 8 TO RETURN-CODE                                     00006840
              GO TO 3000-FIN                                            00006850
           END-IF.                                                      00006860
           IF W-NB-ORANGES NOT = ZERO                                   00006870
              MOVE 4 TO RETURN-CODE                                     00006880
           END-IF.                                                      00006890
       3000-FIN. EXIT.                                                  00006900
       3100-EDITER-CHAINE.                                              00006910
           MOVE W-STE-NOM (W-SX) TO LS-CHAINE.                          00006920
           MOVE W-STE-FEU (W-SX) TO LS-FEU.                             00006930
           MOVE W-STE-PASS (W-SX) TO LS-PASS.                           00006940
           MOVE W-STE-ENTR (W-SX) TO LS-ENT.                            00006950
           MOVE W-STE-REJ (W-SX) TO LS-REJ.                             00006960
           MOVE W-STE-ORANGE (W-SX) TO LS-ORANGE.                       00006970
           MOVE W-STE-ROUGE (W-SX) TO LS-ROUGE.                         00006980
           WRITE RPT-REC FROM LIGNE-CHAINE.                             00006990
       3100-FIN. EXIT.                                                  00007000
       3200-EDITER-ANO.                                                 00007010
           MOVE W-ANO-SOURCE (W-AX) TO LA-SOURCE.                       00007020
           MOVE W-ANO-CHAINE (W-AX) TO LA-CHAINE.                       00007030
           MOVE W-ANO-NIVEAU (W-AX) TO LA-NIVEAU.                       00007040
           MOVE W-ANO-OBJET (W-AX) TO LA-OBJET.                         00007050
           MOVE W-ANO-LIB (W-AX) TO LA-LIB.                             00007060
           WRITE RPT-REC FROM LIGNE-ANO.                                00007070
       3200-FIN. EXIT.                                                  00007080

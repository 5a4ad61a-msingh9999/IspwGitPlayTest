      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0082                             *00000020
      *  NOM                  : SY0082                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : MAINTENANCE DU CALENDRIER DES JOURS    *00000070
      *                         FERIES HOLCAL UTILISE PAR LES          *00000080
      *                         FONCTIONS JOURS OUVRES DE SY0099.      *00000090
      *                         TRANSACTIONS HOLTRN : 'A' AJOUT,       *00000100
      *                         'R' RETRAIT, 'D' DEPLACEMENT D'UN      *00000110
      *                         JOUR FERIE, 'G' GENERATION DES         *00000120
      *                         FERIES A DATE FIXE D'UNE ANNEE (LES    *00000130
      *                         FERIES DE TYPE FIXE DE L'ANNEE         *00000140
      *                         PRECEDENTE, A DEFAUT LA LISTE          *00000150
      *                         STANDARD CI-DESSOUS).  UN FERIE FIXE   *00000160
      *                         DEPLACE PREND LE TYPE 'D' ET GARDE     *00000170
      *                         SA DATE D'ORIGINE, DONT LA GENERATION  *00000180
      *                         DE L'ANNEE SUIVANTE REPART.  DATES     *00000190
      *                         CONTROLEES PAR SY0099 'V', DOUBLONS    *00000200
      *                         REJETES, HABILITATION PAR SY0085,      *00000210
      *                         CHAQUE MISE A JOUR TRACEE DANS         *00000220
      *                         HOLAUD.  LE NOUVEAU CALENDRIER HOLCALN *00000230
      *                         EST TRIE PAR DATE ET REMPLACE HOLCAL   *00000240
      *                         A L'ETAPE SUIVANTE.  L'ETAT HOLRPT     *00000250
      *                         LISTE LES TRANSACTIONS PUIS LE         *00000260
      *                         CALENDRIER A VISER A PARTIR DE         *00000270
      *                         L'ANNEE EN COURS.  CODE RETOUR 4 SI    *00000280
      *                         UNE TRANSACTION EST REJETEE.           *00000290
      ******************************************************************00000300
                                                                        00000310
       IDENTIFICATION DIVISION.                                         00000320
       PROGRAM-ID.        SY0082.                                       00000330
       ENVIRONMENT DIVISION.                                            00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
           SELECT     CAL-FICHIER   ASSIGN    TO  HOLCAL                00000370
           FILE STATUS IS                     CAL-STATUS.               00000380
           SELECT     NOU-FICHIER   ASSIGN    TO  HOLCALN               00000390
           FILE STATUS IS                     NOU-STATUS.               00000400
           SELECT     TRN-FICHIER   ASSIGN    TO  HOLTRN                00000410
           FILE STATUS IS                     TRN-STATUS.               00000420
           SELECT     AUD-FICHIER   ASSIGN    TO  HOLAUD                00000430
           FILE STATUS IS                     AUD-STATUS.               00000440
           SELECT     RPT-FICHIER   ASSIGN    TO  HOLRPT.               00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
      *    CALENDRIER DES JOURS FERIES (SY0099 NE LIT QUE CAL-DATE ;    00000480
      *    UNE LIGNE SANS DATE NUMERIQUE EST UN COMMENTAIRE)            00000490
       FD  CAL-FICHIER                                                  00000500
           LABEL RECORDS STANDARD                                       00000510
           BLOCK CONTAINS 0 RECORDS                                     00000520
           RECORDING MODE IS F.                                         00000530
       01  CAL-REC.                                                     00000540
           05  CAL-DATE            PIC 9(8).                            00000550
           05  CAL-LIBELLE         PIC X(30).                           00000560
           05  CAL-TYPE            PIC X.                               00000570
               88  CAL-FIXE               VALUE 'F'.                    00000580
               88  CAL-DEPLACE            VALUE 'D'.                    00000590
           05  CAL-OPERATEUR       PIC X(8).                            00000600
           05  CAL-DATE-MAJ        PIC 9(8).                            00000610
           05  CAL-DATE-ORIGINE    PIC 9(8).                            00000620
           05  FILLER              PIC X(17).                           00000630
       FD  NOU-FICHIER                                                  00000640
           LABEL RECORDS STANDARD                                       00000650
           BLOCK CONTAINS 0 RECORDS                                     00000660
           RECORDING MODE IS F.                                         00000670
       01  NOU-REC                 PIC X(80).                           00000680
       FD  TRN-FICHIER                                                  00000690
           LABEL RECORDS STANDARD                                       00000700
           BLOCK CONTAINS 0 RECORDS                                     00000710
           RECORDING MODE IS F.                                         00000720
       01  TRN-REC.                                                     00000730
           05  TRN-ACTION          PIC X.                               00000740
               88  TRN-AJOUTER            VALUE 'A'.                    00000750
               88  TRN-RETIRER            VALUE 'R'.                    00000760
               88  TRN-DEPLACER           VALUE 'D'.                    00000770
               88  TRN-GENERER            VALUE 'G'.                    00000780
           05  TRN-DATE            PIC 9(8).                            00000790
           05  TRN-ANNEE REDEFINES TRN-DATE.                            00000800
               10  TRN-AAAA        PIC 9(4).                            00000810
               10  FILLER          PIC X(4).                            00000820
           05  TRN-NOUVELLE-DATE   PIC 9(8).                            00000830
           05  TRN-LIBELLE         PIC X(30).                           00000840
           05  TRN-TYPE            PIC X.                               00000850
           05  TRN-OPERATEUR       PIC X(8).                            00000860
           05  FILLER              PIC X(24).                           00000870
      *    JOURNAL DES MISES A JOUR DU CALENDRIER                       00000880
       FD  AUD-FICHIER                                                  00000890
           LABEL RECORDS STANDARD                                       00000900
           BLOCK CONTAINS 0 RECORDS                                     00000910
           RECORDING MODE IS F.                                         00000920
       01  AUD-REC.                                                     00000930
           05  AUD-TIMESTAMP       PIC X(26).                           00000940
           05  AUD-OPERATEUR       PIC X(8).                            00000950
           05  AUD-ACTION          PIC X.                               00000960
           05  AUD-DATE            PIC 9(8).                            00000970
           05  AUD-NOUVELLE-DATE   PIC 9(8).                            00000980
           05  AUD-LIBELLE         PIC X(24).                           00000990
           05  AUD-ETAT            PIC X.                               00001000
           05  AUD-MOTIF           PIC X(24).                           00001010
       FD  RPT-FICHIER                                                  00001020
           LABEL RECORDS STANDARD                                       00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORDING MODE IS F.                                         00001050
       01  RPT-REC                 PIC X(132).                          00001060
       WORKING-STORAGE SECTION.                                         00001070
       01  CAL-STATUS              PIC XX VALUE ZERO.                   00001080
       01  NOU-STATUS              PIC XX VALUE ZERO.                   00001090
       01  TRN-STATUS              PIC XX VALUE ZERO.                   00001100
       01  AUD-STATUS              PIC XX VALUE ZERO.                   00001110
       01  FIN-CAL                 PIC X  VALUE '0'.                    00001120
           88  CAL-TERMINE                VALUE '1'.                    00001130
       01  FIN-TRN                 PIC X  VALUE '0'.                    00001140
           88  TRN-TERMINE                VALUE '1'.                    00001150
       01  W-DATE-JOUR             PIC 9(8) VALUE ZERO.                 00001160
       01  W-TIMESTAMP             PIC X(26) VALUE SPACE.               00001170
       01  W-ANNEE-JOUR            PIC 9(4) VALUE ZERO.                 00001180
       01  W-DATE-X.                                                    00001190
           05  W-DX-AAAA           PIC X(4).                            00001200
           05  W-DX-MM             PIC X(2).                            00001210
           05  W-DX-JJ             PIC X(2).                            00001220
       01  W-DATE-9 REDEFINES W-DATE-X PIC 9(8).                        00001230
       01  W-DATE-EDT              PIC X(10) VALUE SPACE.               00001240
       01  W-GEN-DATE.                                                  00001250
           05  W-GD-AAAA           PIC 9(4).                            00001260
           05  W-GD-MMJJ           PIC 9(4).                            00001270
       01  W-GEN-DATE-9 REDEFINES W-GEN-DATE PIC 9(8).                  00001280
       01  W-GEN-PREC              PIC 9(4) VALUE ZERO.                 00001290
       01  W-GEN-LIBELLE           PIC X(30) VALUE SPACE.               00001300
       01  W-NB-FIXES-PREC         PIC 9(3) VALUE ZERO.                 00001310
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00001320
       01  W-JX                    PIC 9(3) VALUE ZERO.                 00001330
       01  W-KX                    PIC 9(3) VALUE ZERO.                 00001340
       01  W-QX                    PIC 9(3) VALUE ZERO.                 00001350
       01  W-DEB                   PIC 9(3) VALUE ZERO.                 00001360
       01  W-TROUVE                PIC X  VALUE 'N'.                    00001370
       01  W-DATE-CHERCHEE         PIC 9(8) VALUE ZERO.                 00001380
       01  W-MOTIF                 PIC X(24) VALUE SPACE.               00001390
       01  W-RESULTAT              PIC X(32) VALUE SPACE.               00001400
       01  W-ERR-PARAGRAPHE        PIC X(30) VALUE SPACE.               00001410
       01  W-ERR-FICHIER           PIC X(8) VALUE SPACE.                00001420
       01  W-ERR-STATUT            PIC XX VALUE ZERO.                   00001430
       01  W-ERR-TEXTE             PIC X(50) VALUE SPACE.               00001440
       01  W-FONCTION-HAB          PIC X  VALUE SPACE.                  00001450
       01  W-AUD-DATE              PIC 9(8) VALUE ZERO.                 00001460
       01  W-AUD-LIBELLE           PIC X(30) VALUE SPACE.               00001470
       01  W-ANNEE-PREC            PIC 9(4) VALUE ZERO.                 00001480
       01  W-NB-ANNEE              PIC 9(3) VALUE ZERO.                 00001490
       01  W-NB-TRN                PIC 9(5) VALUE ZERO.                 00001500
       01  W-NB-APPLIQUEES         PIC 9(5) VALUE ZERO.                 00001510
       01  W-NB-REJETEES           PIC 9(5) VALUE ZERO.                 00001520
       01  W-NB-GENERES            PIC 9(5) VALUE ZERO.                 00001530
       01  W-NB-FERIES             PIC 9(5) VALUE ZERO.                 00001540
      *    JOURS FERIES DU CALENDRIER (TRIES AVANT ECRITURE)            00001550
       01  W-FER-CPT               PIC 9(3) VALUE ZERO.                 00001560
       01  W-FER-TABLE.                                                 00001570
           05  W-FER-ENT           OCCURS 500 TIMES.                    00001580
               10  W-FER-DATE      PIC 9(8).                            00001590
               10  W-FER-RESTE     PIC X(72).                           00001600
               10  W-FER-SUPPRIME  PIC X.                               00001610
               10  W-FER-MAJ       PIC X.                               00001620
       01  W-FER-SAUVE             PIC X(82) VALUE SPACE.               00001630
      *    LIGNES DE COMMENTAIRE DE HOLCAL, REECRITES EN TETE           00001640
       01  W-COM-CPT               PIC 9(3) VALUE ZERO.                 00001650
       01  W-COM-TABLE.                                                 00001660
           05  W-COM-LIGNE         PIC X(80) OCCURS 50 TIMES.           00001670
      *    FERIES A DATE FIXE STANDARD (MMJJ ET LIBELLE)                00001680
       01  W-FIXES-DEFAUT.                                              00001690
           05  FILLER              PIC X(34) VALUE                      00001700
               '0101JOUR DE L''AN'.                                     00001710
           05  FILLER              PIC X(34) VALUE                      00001720
               '0501FETE DU TRAVAIL'.                                   00001730
           05  FILLER              PIC X(34) VALUE                      00001740
               '0508VICTOIRE 1945'.                                     00001750
           05  FILLER              PIC X(34) VALUE                      00001760
               '0714FETE NATIONALE'.                                    00001770
           05  FILLER              PIC X(34) VALUE                      00001780
               '0815ASSOMPTION'.                                        00001790
           05  FILLER              PIC X(34) VALUE                      00001800
               '1101TOUSSAINT'.                                         00001810
           05  FILLER              PIC X(34) VALUE                      00001820
               '1111ARMISTICE 1918'.                                    00001830
           05  FILLER              PIC X(34) VALUE                      00001840
               '1225NOEL'.                                              00001850
       01  W-FIXES-TABLE REDEFINES W-FIXES-DEFAUT.                      00001860
           05  W-FIX-ENT           OCCURS 8 TIMES.                      00001870
               10  W-FIX-MMJJ      PIC 9(4).                            00001880
               10  W-FIX-LIBELLE   PIC X(30).                           00001890
      *    JOUR DE LA SEMAINE (CONGRUENCE DE ZELLER, 1 = SAMEDI)        00001900
       01  W-ZEL-AAAA              PIC 9(4) VALUE ZERO.                 00001910
       01  W-ZEL-MM                PIC 9(2) VALUE ZERO.                 00001920
       01  W-ZEL-JJ                PIC 9(2) VALUE ZERO.                 00001930
       01  W-ZEL-K                 PIC 9(2) VALUE ZERO.                 00001940
       01  W-ZEL-J                 PIC 9(2) VALUE ZERO.                 00001950
       01  W-ZEL-H                 PIC 9(2) VALUE ZERO.                 00001960
       01  W-ZEL-T                 PIC 9(6) VALUE ZERO.                 00001970
       01  W-ZEL-M13               PIC 9(4) VALUE ZERO.                 00001980
       01  W-ZEL-D1                PIC 9(4) VALUE ZERO.                 00001990
       01  W-ZEL-D2                PIC 9(4) VALUE ZERO.                 00002000
       01  W-ZEL-D3                PIC 9(4) VALUE ZERO.                 00002010
       01  W-ZEL-Q                 PIC 9(6) VALUE ZERO.                 00002020
       01  W-JOURS-SEMAINE.                                             00002030
           05  FILLER              PIC X(32) VALUE                      00002040
               'SAMEDI  DIMANCHELUNDI   MARDI   '.                      00002050
           05  FILLER              PIC X(24) VALUE                      00002060
               'MERCREDIJEUDI   VENDREDI'.                              00002070
       01  W-JOURS-NOMS REDEFINES W-JOURS-SEMAINE.                      00002080
           05  W-NOM-JOUR          PIC X(8) OCCURS 7 TIMES.             00002090
       01  W-CAL-VUE.                                                   00002100
           05  W-CV-DATE           PIC 9(8).                            00002110
           05  W-CV-LIBELLE        PIC X(30).                           00002120
           05  W-CV-TYPE           PIC X.                               00002130
               88  W-CV-FIXE              VALUE 'F'.                    00002140
               88  W-CV-DEPLACE           VALUE 'D'.                    00002150
           05  W-CV-OPERATEUR      PIC X(8).                            00002160
           05  W-CV-DATE-MAJ       PIC 9(8).                            00002170
           05  W-CV-DATE-ORIGINE   PIC 9(8).                            00002180
           05  FILLER              PIC X(17).                           00002190
       COPY SY0099.                                                     00002200
       COPY SY0085.                                                     00002210
       COPY SY0081.                                                     00002220
       01  LIGNE-TITRE.                                                 00002230
           05  FILLER     PIC X(50) VALUE                               00002240
               'MISE A JOUR DU CALENDRIER DES JOURS FERIES HOLCAL '.    00002250
           05  FILLER     PIC X(3)  VALUE 'AU '.                        00002260
           05  LTI-JOUR   PIC X(10).                                    00002270
           05  FILLER     PIC X(69) VALUE SPACE.                        00002280
       01  LIGNE-SOUS-TITRE.                                            00002290
           05  LST-TEXTE  PIC X(50).                                    00002300
           05  FILLER     PIC X(82) VALUE SPACE.                        00002310
       01  LIGNE-ENTETE-TRN.                                            00002320
           05  FILLER     PIC X(44) VALUE                               00002330
               'ACT DATE        NOUVELLE    OPERATEUR LIBELL'.          00002340
           05  FILLER     PIC X(44) VALUE                               00002350
               'E                         RESULTAT'.                    00002360
           05  FILLER     PIC X(44) VALUE SPACE.                        00002370
       01  LIGNE-TRN.                                                   00002380
           05  LTR-ACTION PIC X.                                        00002390
           05  FILLER     PIC X(3)  VALUE SPACE.                        00002400
           05  LTR-DATE   PIC X(10).                                    00002410
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002420
           05  LTR-NOUV   PIC X(10).                                    00002430
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002440
           05  LTR-OPER   PIC X(8).                                     00002450
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002460
           05  LTR-LIB    PIC X(30).                                    00002470
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002480
           05  LTR-RESULT PIC X(32).                                    00002490
           05  FILLER     PIC X(30) VALUE SPACE.                        00002500
       01  LIGNE-ENTETE-CAL.                                            00002510
           05  FILLER     PIC X(44) VALUE                               00002520
               'DATE        JOUR      TYPE    LIBELLE       '.          00002530
           05  FILLER     PIC X(44) VALUE                               00002540
               '                  MAJ PAR   LE          OBSE'.          00002550
           05  FILLER     PIC X(44) VALUE                               00002560
               'RVATION'.                                               00002570
       01  LIGNE-CAL.                                                   00002580
           05  LC-DATE    PIC X(10).                                    00002590
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002600
           05  LC-JOUR    PIC X(8).                                     00002610
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002620
           05  LC-TYPE    PIC X(6).                                     00002630
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002640
           05  LC-LIB     PIC X(30).                                    00002650
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002660
           05  LC-OPER    PIC X(8).                                     00002670
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002680
           05  LC-DMAJ    PIC X(10).                                    00002690
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002700
           05  LC-OBS     PIC X(48).                                    00002710
       01  LIGNE-ANNEE.                                                 00002720
           05  FILLER     PIC X(8)  VALUE 'ANNEE : '.                   00002730
           05  LA-ANNEE   PIC 9(4).                                     00002740
           05  FILLER     PIC X(3)  VALUE ' - '.                        00002750
           05  LA-NB      PIC ZZ9.                                      00002760
           05  FILLER     PIC X(13) VALUE ' JOURS FERIES'.              00002770
           05  FILLER     PIC X(101) VALUE SPACE.                       00002780
       01  LIGNE-VISA.                                                  00002790
           05  FILLER     PIC X(44) VALUE                               00002800
               'VISA DU RESPONSABLE : ....................  '.          00002810
           05  FILLER     PIC X(44) VALUE                               00002820
               'DATE : ..........'.                                     00002830
           05  FILLER     PIC X(44) VALUE SPACE.                        00002840
       01  LIGNE-TOT.                                                   00002850
           05  LT-LIB     PIC X(30).                                    00002860
           05  LT-CPT     PIC Z(4)9.                                    00002870
           05  FILLER     PIC X(97) VALUE SPACE.                        00002880
       PROCEDURE DIVISION.                                              00002890
       0000-MAINLINE.                                                   00002900
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00002910
           PERFORM 2000-CHARGER-HOLCAL THRU 2000-FIN.                   00002920
           IF W-ERR-FICHIER NOT = SPACE                                 00002930
              GO TO 9100-ARRET                                          00002940
           END-IF.                                                      00002950
           PERFORM 3000-TRAITER-TRANSACTIONS THRU 3000-FIN.             00002960
           PERFORM 4100-PASSE THRU 4100-FIN                             00002970
              VARYING W-IX FROM 1 BY 1                                  00002980
              UNTIL W-IX NOT < W-FER-CPT.                               00002990
           PERFORM 5000-ECRIRE-HOLCAL THRU 5000-FIN.                    00003000
           IF W-ERR-FICHIER NOT = SPACE                                 00003010
              GO TO 9100-ARRET                                          00003020
           END-IF.                                                      00003030
           PERFORM 6000-EDITER-CALENDRIER THRU 6000-FIN.                00003040
           PERFORM 9000-TERMINER THRU 9000-FIN.                         00003050
           GOBACK.                                                      00003060
      ******************************************************************00003070
      *  1000 : DATE DU JOUR ET EN-TETE DE L'ETAT                      *00003080
      ******************************************************************00003090
       1000-INITIALISER.                                                00003100
           MOVE 'C' TO X99-FONCTION.                                    00003110
           CALL 'SY0099' USING SY0099-PARMS.                            00003120
           MOVE X99-DATE-8 TO W-DATE-JOUR.                              00003130
           MOVE X99-TIMESTAMP TO W-TIMESTAMP.                           00003140
           MOVE W-DATE-JOUR TO W-DATE-9.                                00003150
           MOVE W-DX-AAAA TO W-ANNEE-JOUR.                              00003160
           PERFORM 8000-EDITER-DATE THRU 8000-FIN.                      00003170
           MOVE W-DATE-EDT TO LTI-JOUR.                                 00003180
           OPEN OUTPUT RPT-FICHIER.                                     00003190
           WRITE RPT-REC FROM LIGNE-TITRE.                              00003200
       1000-FIN. EXIT.                                                  00003210
      ******************************************************************00003220
      *  2000 : CHARGEMENT DU CALENDRIER EN VIGUEUR                    *00003230
      ******************************************************************00003240
       2000-CHARGER-HOLCAL.                                             00003250
           OPEN INPUT CAL-FICHIER.                                      00003260
           IF CAL-STATUS = '35'                                         00003270
              DISPLAY 'CALENDRIER HOLCAL ABSENT - STATUT ' CAL-STATUS   00003280
                      ' - CREATION D''UN NOUVEAU CALENDRIER'            00003290
              GO TO 2000-FIN                                            00003300
           END-IF.                                                      00003310
           IF CAL-STATUS NOT = '00'                                     00003320
              DISPLAY 'CALENDRIER HOLCAL ILLISIBLE - STATUT ' CAL-STATUS00003330
              MOVE '2000-CHARGER-HOLCAL' TO W-ERR-PARAGRAPHE            00003340
              MOVE 'HOLCAL' TO W-ERR-FICHIER                            00003350
              MOVE CAL-STATUS TO W-ERR-STATUT                           00003360
              MOVE 'OUVERTURE DU CALENDRIER HOLCAL IMPOSSIBLE'          00003370
                   TO W-ERR-TEXTE                                       00003380
              GO TO 2000-FIN                                            00003390
           END-IF.                                                      00003400
           PERFORM 2100-LIRE-CAL THRU 2100-FIN                          00003410
              UNTIL CAL-TERMINE.                                        00003420
           CLOSE CAL-FICHIER.                                           00003430
       2000-FIN. EXIT.                                                  00003440
       2100-LIRE-CAL.                                                   00003450
           READ CAL-FICHIER                                             00003460
              AT END                                                    00003470
              MOVE '1' TO FIN-CAL                                       00003480
              GO TO 2100-FIN                                            00003490
           END-READ.                                                    00003500
           IF CAL-DATE NOT NUMERIC                                      00003510
              IF W-COM-CPT < 50                                         00003520
                 ADD 1 TO W-COM-CPT                                     00003530
                 MOVE CAL-REC TO W-COM-LIGNE (W-COM-CPT)                00003540
              END-IF                                                    00003550
              GO TO 2100-FIN                                            00003560
           END-IF.                                                      00003570
           IF W-FER-CPT NOT < 500                                       00003580
              DISPLAY 'TABLE DES FERIES SATUREE - IGNORE : ' CAL-DATE   00003590
              GO TO 2100-FIN                                            00003600
           END-IF.                                                      00003610
           ADD 1 TO W-FER-CPT.                                          00003620
           MOVE CAL-REC TO W-FER-ENT (W-FER-CPT).                       00003630
           MOVE 'N' TO W-FER-SUPPRIME (W-FER-CPT).                      00003640
           MOVE 'N' TO W-FER-MAJ (W-FER-CPT).                           00003650
       2100-FIN. EXIT.                                                  00003660
      ******************************************************************00003670
      *  3000 : APPLICATION DES TRANSACTIONS HOLTRN                    *00003680
      ******************************************************************00003690
       3000-TRAITER-TRANSACTIONS.                                       00003700
           MOVE SPACE TO RPT-REC.                                       00003710
           WRITE RPT-REC.                                               00003720
           MOVE 'TRANSACTIONS' TO LST-TEXTE.                            00003730
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE.                         00003740
           OPEN INPUT TRN-FICHIER.                                      00003750
           IF TRN-STATUS NOT = '00'                                     00003760
              MOVE '  AUCUNE TRANSACTION' TO RPT-REC                    00003770
              WRITE RPT-REC                                             00003780
              GO TO 3000-FIN                                            00003790
           END-IF.                                                      00003800
           WRITE RPT-REC FROM LIGNE-ENTETE-TRN.                         00003810
           PERFORM 3100-LIRE-TRN THRU 3100-FIN                          00003820
              UNTIL TRN-TERMINE.                                        00003830
           CLOSE TRN-FICHIER.                                           00003840
       3000-FIN. EXIT.                                                  00003850
       3100-LIRE-TRN.                                                   00003860
           READ TRN-FICHIER                                             00003870
              AT END                                                    00003880
              MOVE '1' TO FIN-TRN                                       00003890
              GO TO 3100-FIN                                            00003900
           END-READ.                                                    00003910
           IF TRN-REC = SPACE OR TRN-ACTION = '*'                       00003920
              GO TO 3100-FIN                                            00003930
           END-IF.                                                      00003940
           ADD 1 TO W-NB-TRN.                                           00003950
           MOVE SPACE TO W-MOTIF W-RESULTAT.                            00003960
           MOVE TRN-DATE TO W-AUD-DATE.                                 00003970
           MOVE TRN-LIBELLE TO W-AUD-LIBELLE.                           00003980
           PERFORM 3150-HABILITER THRU 3150-FIN.                        00003990
           IF W-MOTIF NOT = SPACE                                       00004000
              GO TO 3100-EDITER                                         00004010
           END-IF.                                                      00004020
           IF TRN-AJOUTER                                               00004030
              PERFORM 3200-AJOUTER THRU 3200-FIN                        00004040
           ELSE                                                         00004050
              IF TRN-RETIRER                                            00004060
                 PERFORM 3300-RETIRER THRU 3300-FIN                     00004070
              ELSE                                                      00004080
                 IF TRN-DEPLACER                                        00004090
                    PERFORM 3400-DEPLACER THRU 3400-FIN                 00004100
                 ELSE                                                   00004110
                    IF TRN-GENERER                                      00004120
                       PERFORM 3500-GENERER THRU 3500-FIN               00004130
                    ELSE                                                00004140
                       MOVE 'ACTION INCONNUE' TO W-MOTIF                00004150
                    END-IF                                              00004160
                 END-IF                                                 00004170
              END-IF                                                    00004180
           END-IF.                                                      00004190
       3100-EDITER.                                                     00004200
           IF W-MOTIF = SPACE                                           00004210
              ADD 1 TO W-NB-APPLIQUEES                                  00004220
           ELSE                                                         00004230
              ADD 1 TO W-NB-REJETEES                                    00004240
              MOVE 'REJET : ' TO W-RESULTAT                             00004250
              MOVE W-MOTIF TO W-RESULTAT (9:24)                         00004260
              IF NOT TRN-GENERER                                        00004270
                 PERFORM 3800-AUDITER THRU 3800-FIN                     00004280
              END-IF                                                    00004290
           END-IF.                                                      00004300
           PERFORM 3900-EDITER-TRN THRU 3900-FIN.                       00004310
       3100-FIN. EXIT.                                                  00004320
       3150-HABILITER.                                                  00004330
           IF TRN-DEPLACER                                              00004340
              MOVE 'C' TO W-FONCTION-HAB                                00004350
           ELSE                                                         00004360
              IF TRN-GENERER                                            00004370
                 MOVE 'A' TO W-FONCTION-HAB                             00004380
              ELSE                                                      00004390
                 MOVE TRN-ACTION TO W-FONCTION-HAB                      00004400
              END-IF                                                    00004410
           END-IF.                                                      00004420
           MOVE TRN-OPERATEUR TO X85-OPERATEUR.                         00004430
           MOVE 'SY0082' TO X85-PROGRAMME.                              00004440
           MOVE W-FONCTION-HAB TO X85-FONCTION.                         00004450
           MOVE SPACE TO X85-CLE.                                       00004460
           MOVE TRN-DATE TO X85-CLE.                                    00004470
           CALL 'SY0085' USING SY0085-PARMS.                            00004480
           IF X85-REFUSE                                                00004490
              MOVE 'OPERATEUR NON HABILITE' TO W-MOTIF                  00004500
           END-IF.                                                      00004510
       3150-FIN. EXIT.                                                  00004520
       3200-AJOUTER.                                                    00004530
           MOVE TRN-DATE TO X99-DATE-8.                                 00004540
           PERFORM 3600-VALIDER-DATE THRU 3600-FIN.                     00004550
           IF X99-DATE-INVALIDE                                         00004560
              MOVE 'DATE INVALIDE' TO W-MOTIF                           00004570
              GO TO 3200-FIN                                            00004580
           END-IF.                                                      00004590
           MOVE TRN-DATE TO W-DATE-CHERCHEE.                            00004600
           PERFORM 3700-CHERCHER THRU 3700-FIN.                         00004610
           IF W-TROUVE = 'O'                                            00004620
              MOVE 'DEJA AU CALENDRIER' TO W-MOTIF                      00004630
              GO TO 3200-FIN                                            00004640
           END-IF.                                                      00004650
           IF W-FER-CPT NOT < 500                                       00004660
              MOVE 'CALENDRIER SATURE' TO W-MOTIF                       00004670
              GO TO 3200-FIN                                            00004680
           END-IF.                                                      00004690
           MOVE SPACE TO W-CAL-VUE.                                     00004700
           MOVE TRN-DATE TO W-CV-DATE.                                  00004710
           MOVE TRN-LIBELLE TO W-CV-LIBELLE.                            00004720
           IF TRN-TYPE = 'F'                                            00004730
              MOVE 'F' TO W-CV-TYPE                                     00004740
           ELSE                                                         00004750
              MOVE 'M' TO W-CV-TYPE                                     00004760
           END-IF.                                                      00004770
           PERFORM 3250-INSERER THRU 3250-FIN.                          00004780
           MOVE 'AJOUTE' TO W-RESULTAT.                                 00004790
           PERFORM 3800-AUDITER THRU 3800-FIN.                          00004800
       3200-FIN. EXIT.                                                  00004810
       3250-INSERER.                                                    00004820
           MOVE TRN-OPERATEUR TO W-CV-OPERATEUR.                        00004830
           MOVE W-DATE-JOUR TO W-CV-DATE-MAJ.                           00004840
           ADD 1 TO W-FER-CPT.                                          00004850
           MOVE W-CAL-VUE TO W-FER-ENT (W-FER-CPT).                     00004860
           MOVE 'N' TO W-FER-SUPPRIME (W-FER-CPT).                      00004870
           MOVE 'O' TO W-FER-MAJ (W-FER-CPT).                           00004880
       3250-FIN. EXIT.                                                  00004890
       3300-RETIRER.                                                    00004900
           MOVE TRN-DATE TO W-DATE-CHERCHEE.                            00004910
           PERFORM 3700-CHERCHER THRU 3700-FIN.                         00004920
           IF W-TROUVE = 'N'                                            00004930
              MOVE 'ABSENT DU CALENDRIER' TO W-MOTIF                    00004940
              GO TO 3300-FIN                                            00004950
           END-IF.                                                      00004960
           MOVE 'O' TO W-FER-SUPPRIME (W-QX).                           00004970
           IF TRN-LIBELLE = SPACE                                       00004980
              MOVE W-FER-RESTE (W-QX) (1:30) TO TRN-LIBELLE             00004990
                                                W-AUD-LIBELLE           00005000
           END-IF.                                                      00005010
           MOVE 'RETIRE' TO W-RESULTAT.                                 00005020
           PERFORM 3800-AUDITER THRU 3800-FIN.                          00005030
       3300-FIN. EXIT.                                                  00005040
       3400-DEPLACER.                                                   00005050
           MOVE TRN-NOUVELLE-DATE TO X99-DATE-8.                        00005060
           PERFORM 3600-VALIDER-DATE THRU 3600-FIN.                     00005070
           IF X99-DATE-INVALIDE                                         00005080
              MOVE 'NOUVELLE DATE INVALIDE' TO W-MOTIF                  00005090
              GO TO 3400-FIN                                            00005100
           END-IF.                                                      00005110
           MOVE TRN-NOUVELLE-DATE TO W-DATE-CHERCHEE.                   00005120
           PERFORM 3700-CHERCHER THRU 3700-FIN.                         00005130
           IF W-TROUVE = 'O'                                            00005140
              MOVE 'NOUVELLE DATE EN DOUBLE' TO W-MOTIF                 00005150
              GO TO 3400-FIN                                            00005160
           END-IF.                                                      00005170
           MOVE TRN-DATE TO W-DATE-CHERCHEE.                            00005180
           PERFORM 3700-CHERCHER THRU 3700-FIN.                         00005190
           IF W-TROUVE = 'N'                                            00005200
              MOVE 'ABSENT DU CALENDRIER' TO W-MOTIF                    00005210
              GO TO 3400-FIN                                            00005220
           END-IF.                                                      00005230
           MOVE W-FER-ENT (W-QX) TO W-CAL-VUE.                          00005240
           IF W-CV-FIXE                                                 00005250
              MOVE W-CV-DATE TO W-CV-DATE-ORIGINE                       00005260
              MOVE 'D' TO W-CV-TYPE                                     00005270
           END-IF.                                                      00005280
           MOVE TRN-NOUVELLE-DATE TO W-CV-DATE.                         00005290
           IF TRN-LIBELLE NOT = SPACE                                   00005300
              MOVE TRN-LIBELLE TO W-CV-LIBELLE                          00005310
           ELSE                                                         00005320
              MOVE W-CV-LIBELLE TO TRN-LIBELLE W-AUD-LIBELLE            00005330
           END-IF.                                                      00005340
           MOVE TRN-OPERATEUR TO W-CV-OPERATEUR.                        00005350
           MOVE W-DATE-JOUR TO W-CV-DATE-MAJ.                           00005360
           MOVE W-CAL-VUE TO W-FER-ENT (W-QX).                          00005370
           MOVE 'N' TO W-FER-SUPPRIME (W-QX).                           00005380
           MOVE 'O' TO W-FER-MAJ (W-QX).                                00005390
           MOVE 'DEPLACE' TO W-RESULTAT.                                00005400
           PERFORM 3800-AUDITER THRU 3800-FIN.                          00005410
       3400-FIN. EXIT.                                                  00005420
      ******************************************************************00005430
      *  3500 : FERIES A DATE FIXE DE L'ANNEE DEMANDEE                 *00005440
      ******************************************************************00005450
       3500-GENERER.                                                    00005460
           IF TRN-AAAA NOT NUMERIC OR TRN-AAAA < 1901                   00005470
              MOVE 'ANNEE INVALIDE' TO W-MOTIF                          00005480
              GO TO 3500-FIN                                            00005490
           END-IF.                                                      00005500
           MOVE ZERO TO W-NB-ANNEE.                                     00005510
           COMPUTE W-GEN-PREC = TRN-AAAA - 1.                           00005520
           MOVE ZERO TO W-NB-FIXES-PREC.                                00005530
           MOVE W-FER-CPT TO W-JX.                                      00005540
           PERFORM 3520-REPRENDRE-FIXE THRU 3520-FIN                    00005550
              VARYING W-IX FROM 1 BY 1                                  00005560
              UNTIL W-IX > W-JX.                                        00005570
           IF W-NB-FIXES-PREC = ZERO                                    00005580
              PERFORM 3530-FIXE-DEFAUT THRU 3530-FIN                    00005590
                 VARYING W-IX FROM 1 BY 1                               00005600
                 UNTIL W-IX > 8                                         00005610
           END-IF.                                                      00005620
           MOVE 'GENERES : ' TO W-RESULTAT.                             00005630
           MOVE W-NB-ANNEE TO W-RESULTAT (11:3).                        00005640
       3500-FIN. EXIT.                                                  00005650
       3520-REPRENDRE-FIXE.                                             00005660
           IF W-FER-SUPPRIME (W-IX) = 'O'                               00005670
              GO TO 3520-FIN                                            00005680
           END-IF.                                                      00005690
           MOVE W-FER-ENT (W-IX) TO W-CAL-VUE.                          00005700
           IF W-CV-DEPLACE AND W-CV-DATE-ORIGINE NUMERIC                00005710
              MOVE W-CV-DATE-ORIGINE TO W-GEN-DATE-9                    00005720
           ELSE                                                         00005730
              IF NOT W-CV-FIXE                                          00005740
                 GO TO 3520-FIN                                         00005750
              END-IF                                                    00005760
              MOVE W-CV-DATE TO W-GEN-DATE-9                            00005770
           END-IF.                                                      00005780
           IF W-GD-AAAA NOT = W-GEN-PREC                                00005790
              GO TO 3520-FIN                                            00005800
           END-IF.                                                      00005810
           ADD 1 TO W-NB-FIXES-PREC.                                    00005820
           MOVE TRN-AAAA TO W-GD-AAAA.                                  00005830
           MOVE W-CV-LIBELLE TO W-GEN-LIBELLE.                          00005840
           PERFORM 3510-GENERER-UN THRU 3510-FIN.                       00005850
       3520-FIN. EXIT.                                                  00005860
       3530-FIXE-DEFAUT.                                                00005870
           MOVE TRN-AAAA TO W-GD-AAAA.                                  00005880
           MOVE W-FIX-MMJJ (W-IX) TO W-GD-MMJJ.                         00005890
           MOVE W-FIX-LIBELLE (W-IX) TO W-GEN-LIBELLE.                  00005900
           PERFORM 3510-GENERER-UN THRU 3510-FIN.                       00005910
       3530-FIN. EXIT.                                                  00005920
      *    UN FERIE DEJA PRESENT OU UNE DATE INEXISTANTE (29/02) EST    00005930
      *    SIMPLEMENT IGNORE                                            00005940
       3510-GENERER-UN.                                                 00005950
           MOVE W-GEN-DATE-9 TO X99-DATE-8.                             00005960
           PERFORM 3600-VALIDER-DATE THRU 3600-FIN.                     00005970
           IF X99-DATE-INVALIDE                                         00005980
              GO TO 3510-FIN                                            00005990
           END-IF.                                                      00006000
           MOVE W-GEN-DATE-9 TO W-DATE-CHERCHEE.                        00006010
           PERFORM 3700-CHERCHER THRU 3700-FIN.                         00006020
           IF W-TROUVE = 'O'                                            00006030
              GO TO 3510-FIN                                            00006040
           END-IF.                                                      00006050
           IF W-FER-CPT NOT < 500                                       00006060
              DISPLAY 'CALENDRIER SATURE - NON GENERE : ' W-GEN-DATE-9  00006070
              GO TO 3510-FIN                                            00006080
           END-IF.                                                      00006090
           MOVE SPACE TO W-CAL-VUE.                                     00006100
           MOVE W-GEN-DATE-9 TO W-CV-DATE.                              00006110
           MOVE W-GEN-LIBELLE TO W-CV-LIBELLE.                          00006120
           MOVE 'F' TO W-CV-TYPE.                                       00006130
           PERFORM 3250-INSERER THRU 3250-FIN.                          00006140
           ADD 1 TO W-NB-ANNEE W-NB-GENERES.                            00006150
           MOVE SPACE TO W-RESULTAT.                                    00006160
           MOVE 'GENERE' TO W-RESULTAT.                                 00006170
           MOVE W-GEN-DATE-9 TO W-AUD-DATE.                             00006180
           MOVE W-GEN-LIBELLE TO W-AUD-LIBELLE.                         00006190
           PERFORM 3800-AUDITER THRU 3800-FIN.                          00006200
       3510-FIN. EXIT.                                                  00006210
       3600-VALIDER-DATE.                                               00006220
           MOVE 'V' TO X99-FONCTION.                                    00006230
           CALL 'SY0099' USING SY0099-PARMS.                            00006240
       3600-FIN. EXIT.                                                  00006250
       3700-CHERCHER.                                                   00006260
           MOVE 'N' TO W-TROUVE.                                        00006270
           PERFORM 3710-COMPARER THRU 3710-FIN                          00006280
              VARYING W-KX FROM 1 BY 1                                  00006290
              UNTIL W-KX > W-FER-CPT OR W-TROUVE = 'O'.                 00006300
       3700-FIN. EXIT.                                                  00006310
       3710-COMPARER.                                                   00006320
           IF W-FER-DATE (W-KX) = W-DATE-CHERCHEE                       00006330
              AND W-FER-SUPPRIME (W-KX) = 'N'                           00006340
              MOVE 'O' TO W-TROUVE                                      00006350
              MOVE W-KX TO W-QX                                         00006360
           END-IF.                                                      00006370
       3710-FIN. EXIT.                                                  00006380
       3800-AUDITER.                                                    00006390
           OPEN EXTEND AUD-FICHIER.                                     00006400
           IF AUD-STATUS = '05' OR AUD-STATUS = '35'                    00006410
              OPEN OUTPUT AUD-FICHIER                                   00006420
           END-IF.                                                      00006430
           MOVE SPACE TO AUD-REC.                                       00006440
           MOVE W-TIMESTAMP TO AUD-TIMESTAMP.                           00006450
           MOVE TRN-OPERATEUR TO AUD-OPERATEUR.                         00006460
           MOVE TRN-ACTION TO AUD-ACTION.                               00006470
           MOVE W-AUD-DATE TO AUD-DATE.                                 00006480
           IF TRN-DEPLACER                                              00006490
              MOVE TRN-NOUVELLE-DATE TO AUD-NOUVELLE-DATE               00006500
           ELSE                                                         00006510
              MOVE ZERO TO AUD-NOUVELLE-DATE                            00006520
           END-IF.                                                      00006530
           MOVE W-AUD-LIBELLE TO AUD-LIBELLE.                           00006540
           IF W-MOTIF = SPACE                                           00006550
              MOVE 'A' TO AUD-ETAT                                      00006560
              MOVE W-RESULTAT TO AUD-MOTIF                              00006570
           ELSE                                                         00006580
              MOVE 'R' TO AUD-ETAT                                      00006590
              MOVE W-MOTIF TO AUD-MOTIF                                 00006600
           END-IF.                                                      00006610
           WRITE AUD-REC.                                               00006620
           CLOSE AUD-FICHIER.                                           00006630
       3800-FIN. EXIT.                                                  00006640
       3900-EDITER-TRN.                                                 00006650
           MOVE SPACE TO LIGNE-TRN.                                     00006660
           MOVE TRN-ACTION TO LTR-ACTION.                               00006670
           IF TRN-GENERER                                               00006680
              MOVE TRN-ANNEE TO LTR-DATE                                00006690
              MOVE SPACE TO LTR-DATE (5:6)                              00006700
           ELSE                                                         00006710
              IF TRN-DATE NUMERIC                                       00006720
                 MOVE TRN-DATE TO W-DATE-9                              00006730
                 PERFORM 8000-EDITER-DATE THRU 8000-FIN                 00006740
                 MOVE W-DATE-EDT TO LTR-DATE                            00006750
              ELSE                                                      00006760
                 MOVE TRN-DATE TO LTR-DATE                              00006770
              END-IF                                                    00006780
           END-IF.                                                      00006790
           IF TRN-DEPLACER                                              00006800
              IF TRN-NOUVELLE-DATE NUMERIC                              00006810
                 MOVE TRN-NOUVELLE-DATE TO W-DATE-9                     00006820
                 PERFORM 8000-EDITER-DATE THRU 8000-FIN                 00006830
                 MOVE W-DATE-EDT TO LTR-NOUV                            00006840
              ELSE                                                      00006850
                 MOVE TRN-NOUVELLE-DATE TO LTR-NOUV                     00006860
              END-IF                                                    00006870
           END-IF.                                                      00006880
           MOVE TRN-OPERATEUR TO LTR-OPER.                              00006890
           MOVE TRN-LIBELLE TO LTR-LIB.                                 00006900
           MOVE W-RESULTAT TO LTR-RESULT.                               00006910
           WRITE RPT-REC FROM LIGNE-TRN.                                00006920
       3900-FIN. EXIT.                                                  00006930
      ******************************************************************00006940
      *  4000 : TRI DU CALENDRIER PAR DATE                             *00006950
      ******************************************************************00006960
       4100-PASSE.                                                      00006970
           COMPUTE W-DEB = W-IX + 1.                                    00006980
           PERFORM 4110-ECHANGER THRU 4110-FIN                          00006990
              VARYING W-JX FROM W-DEB BY 1                              00007000
              UNTIL W-JX > W-FER-CPT.                                   00007010
       4100-FIN. EXIT.                                                  00007020
       4110-ECHANGER.                                                   00007030
           IF W-FER-DATE (W-JX) < W-FER-DATE (W-IX)                     00007040
              MOVE W-FER-ENT (W-IX) TO W-FER-SAUVE                      00007050
              MOVE W-FER-ENT (W-JX) TO W-FER-ENT (W-IX)                 00007060
              MOVE W-FER-SAUVE TO W-FER-ENT (W-JX)                      00007070
           END-IF.                                                      00007080
       4110-FIN. EXIT.                                                  00007090
      ******************************************************************00007100
      *  5000 : ECRITURE DU NOUVEAU CALENDRIER HOLCALN                 *00007110
      ******************************************************************00007120
       5000-ECRIRE-HOLCAL.                                              00007130
           OPEN OUTPUT NOU-FICHIER.                                     00007140
           IF NOU-STATUS NOT = '00'                                     00007150
              MOVE '5000-ECRIRE-HOLCAL' TO W-ERR-PARAGRAPHE             00007160
              MOVE 'HOLCALN' TO W-ERR-FICHIER                           00007170
              MOVE NOU-STATUS TO W-ERR-STATUT                           00007180
              MOVE 'OUVERTURE DU NOUVEAU CALENDRIER HOLCALN IMPOSSIBLE' 00007190
                   TO W-ERR-TEXTE                                       00007200
              GO TO 5000-FIN                                            00007210
           END-IF.                                                      00007220
           PERFORM 5100-ECRIRE-COM THRU 5100-FIN                        00007230
              VARYING W-IX FROM 1 BY 1                                  00007240
              UNTIL W-IX > W-COM-CPT                                    00007250
                 OR W-ERR-FICHIER NOT = SPACE.                          00007260
           PERFORM 5200-ECRIRE-FER THRU 5200-FIN                        00007270
              VARYING W-IX FROM 1 BY 1                                  00007280
              UNTIL W-IX > W-FER-CPT                                    00007290
                 OR W-ERR-FICHIER NOT = SPACE.                          00007300
           CLOSE NOU-FICHIER.                                           00007310
       5000-FIN. EXIT.                                                  00007320
       5100-ECRIRE-COM.                                                 00007330
           WRITE NOU-REC FROM W-COM-LIGNE (W-IX).                       00007340
           IF NOU-STATUS NOT = '00'                                     00007350
              MOVE '5100-ECRIRE-COM' TO W-ERR-PARAGRAPHE                00007360
              MOVE 'HOLCALN' TO W-ERR-FICHIER                           00007370
              MOVE NOU-STATUS TO W-ERR-STATUT                           00007380
              MOVE 'ECRITURE DU NOUVEAU CALENDRIER HOLCALN IMPOSSIBLE'  00007390
                   TO W-ERR-TEXTE                                       00007400
           END-IF.                                                      00007410
       5100-FIN. EXIT.                                                  00007420
       5200-ECRIRE-FER.                                                 00007430
           IF W-FER-SUPPRIME (W-IX) = 'O'                               00007440
              GO TO 5200-FIN                                            00007450
           END-IF.                                                      00007460
           MOVE W-FER-ENT (W-IX) TO NOU-REC.                            00007470
           WRITE NOU-REC.                                               00007480
           IF NOU-STATUS NOT = '00'                                     00007490
              MOVE '5200-ECRIRE-FER' TO W-ERR-PARAGRAPHE                00007500
              MOVE 'HOLCALN' TO W-ERR-FICHIER                           00007510
              MOVE NOU-STATUS TO W-ERR-STATUT                           00007520
              MOVE 'ECRITURE DU NOUVEAU CALENDRIER HOLCALN IMPOSSIBLE'  00007530
                   TO W-ERR-TEXTE                                       00007540
              GO TO 5200-FIN                                            00007550
           END-IF.                                                      00007560
           ADD 1 TO W-NB-FERIES.                                        00007570
       5200-FIN. EXIT.                                                  00007580
      ******************************************************************00007590
      *  6000 : CALENDRIER A VISER, PAR ANNEE, DEPUIS L'ANNEE EN COURS *00007600
      ******************************************************************00007610
       6000-EDITER-CALENDRIER.                                          00007620
           MOVE SPACE TO RPT-REC.                                       00007630
           WRITE RPT-REC.                                               00007640
           MOVE 'CALENDRIER DES JOURS FERIES A VISER' TO LST-TEXTE.     00007650
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE.                         00007660
           WRITE RPT-REC FROM LIGNE-ENTETE-CAL.                         00007670
           MOVE ZERO TO W-ANNEE-PREC W-NB-ANNEE.                        00007680
           PERFORM 6100-EDITER-UN THRU 6100-FIN                         00007690
              VARYING W-IX FROM 1 BY 1                                  00007700
              UNTIL W-IX > W-FER-CPT.                                   00007710
           IF W-ANNEE-PREC NOT = ZERO                                   00007720
              PERFORM 6300-TOTAL-ANNEE THRU 6300-FIN                    00007730
           END-IF.                                                      00007740
           MOVE SPACE TO RPT-REC.                                       00007750
           WRITE RPT-REC.                                               00007760
           WRITE RPT-REC FROM LIGNE-VISA.                               00007770
       6000-FIN. EXIT.                                                  00007780
       6100-EDITER-UN.                                                  00007790
           IF W-FER-SUPPRIME (W-IX) = 'O'                               00007800
              GO TO 6100-FIN                                            00007810
           END-IF.                                                      00007820
           MOVE W-FER-ENT (W-IX) TO W-CAL-VUE.                          00007830
           MOVE W-CV-DATE TO W-DATE-9.                                  00007840
           IF W-DX-AAAA < W-ANNEE-JOUR                                  00007850
              GO TO 6100-FIN                                            00007860
           END-IF.                                                      00007870
           IF W-DX-AAAA NOT = W-ANNEE-PREC                              00007880
              IF W-ANNEE-PREC NOT = ZERO                                00007890
                 PERFORM 6300-TOTAL-ANNEE THRU 6300-FIN                 00007900
              END-IF                                                    00007910
              MOVE W-DX-AAAA TO W-ANNEE-PREC                            00007920
              MOVE ZERO TO W-NB-ANNEE                                   00007930
           END-IF.                                                      00007940
           ADD 1 TO W-NB-ANNEE.                                         00007950
           MOVE SPACE TO LIGNE-CAL.                                     00007960
           PERFORM 8000-EDITER-DATE THRU 8000-FIN.                      00007970
           MOVE W-DATE-EDT TO LC-DATE.                                  00007980
           PERFORM 6200-JOUR-SEMAINE THRU 6200-FIN.                     00007990
           MOVE W-NOM-JOUR (W-ZEL-H + 1) TO LC-JOUR.                    00008000
           IF W-CV-FIXE                                                 00008010
              MOVE 'FIXE' TO LC-TYPE                                    00008020
           ELSE                                                         00008030
              IF W-CV-DEPLACE                                           00008040
                 MOVE 'DEPLAC' TO LC-TYPE                               00008050
              ELSE                                                      00008060
                 MOVE 'MOBILE' TO LC-TYPE                               00008070
              END-IF                                                    00008080
           END-IF.                                                      00008090
           MOVE W-CV-LIBELLE TO LC-LIB.                                 00008100
           MOVE W-CV-OPERATEUR TO LC-OPER.                              00008110
           IF W-CV-DATE-MAJ NUMERIC AND W-CV-DATE-MAJ NOT = ZERO        00008120
              MOVE W-CV-DATE-MAJ TO W-DATE-9                            00008130
              PERFORM 8000-EDITER-DATE THRU 8000-FIN                    00008140
              MOVE W-DATE-EDT TO LC-DMAJ                                00008150
           END-IF.                                                      00008160
           IF W-FER-MAJ (W-IX) = 'O'                                    00008170
              MOVE 'MIS A JOUR PAR CETTE EXECUTION' TO LC-OBS           00008180
           END-IF.                                                      00008190
           IF W-ZEL-H < 2                                               00008200
              IF LC-OBS = SPACE                                         00008210
                 MOVE 'TOMBE UN WEEK-END' TO LC-OBS                     00008220
              ELSE                                                      00008230
                 MOVE '- WEEK-END' TO LC-OBS (32:10)                    00008240
              END-IF                                                    00008250
           END-IF.                                                      00008260
           WRITE RPT-REC FROM LIGNE-CAL.                                00008270
       6100-FIN. EXIT.                                                  00008280
       6200-JOUR-SEMAINE.                                               00008290
           MOVE W-CV-DATE TO W-DATE-9.                                  00008300
           MOVE W-DX-AAAA TO W-ZEL-AAAA.                                00008310
           MOVE W-DX-MM TO W-ZEL-MM.                                    00008320
           MOVE W-DX-JJ TO W-ZEL-JJ.                                    00008330
           IF W-ZEL-MM < 3                                              00008340
              ADD 12 TO W-ZEL-MM                                        00008350
              SUBTRACT 1 FROM W-ZEL-AAAA                                00008360
           END-IF.                                                      00008370
           DIVIDE W-ZEL-AAAA BY 100 GIVING W-ZEL-J                      00008380
              REMAINDER W-ZEL-K.                                        00008390
           COMPUTE W-ZEL-M13 = 13 * (W-ZEL-MM + 1).                     00008400
           DIVIDE W-ZEL-M13 BY 5 GIVING W-ZEL-D1.                       00008410
           DIVIDE W-ZEL-K BY 4 GIVING W-ZEL-D2.                         00008420
           DIVIDE W-ZEL-J BY 4 GIVING W-ZEL-D3.                         00008430
           COMPUTE W-ZEL-T = W-ZEL-JJ + W-ZEL-D1 + W-ZEL-K              00008440
              + W-ZEL-D2 + W-ZEL-D3 + (5 * W-ZEL-J).                    00008450
           DIVIDE W-ZEL-T BY 7 GIVING W-ZEL-Q                           00008460
              REMAINDER W-ZEL-H.                                        00008470
       6200-FIN. EXIT.                                                  00008480
       6300-TOTAL-ANNEE.                                                00008490
           MOVE W-ANNEE-PREC TO LA-ANNEE.                               00008500
           MOVE W-NB-ANNEE TO LA-NB.                                    00008510
           WRITE RPT-REC FROM LIGNE-ANNEE.                              00008520
           MOVE SPACE TO RPT-REC.                                       00008530
           WRITE RPT-REC.                                               00008540
       6300-FIN. EXIT.                                                  00008550
       8000-EDITER-DATE.                                                00008560
           MOVE SPACE TO W-DATE-EDT.                                    00008570
           STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ                     00008580
                  DELIMITED BY SIZE INTO W-DATE-EDT.                    00008590
       8000-FIN. EXIT.                                                  00008600
      ******************************************************************00008610
      *  9000 : TOTAUX DE L'EXECUTION                                  *00008620
      ******************************************************************00008630
       9000-TERMINER.                                                   00008640
           MOVE SPACE TO RPT-REC.                                       00008650
           WRITE RPT-REC.                                               00008660
           MOVE 'TRANSACTIONS LUES' TO LT-LIB.                          00008670
           MOVE W-NB-TRN TO LT-CPT.                                     00008680
           WRITE RPT-REC FROM LIGNE-TOT.                                00008690
           MOVE 'TRANSACTIONS APPLIQUEES' TO LT-LIB.                    00008700
           MOVE W-NB-APPLIQUEES TO LT-CPT.                              00008710
           WRITE RPT-REC FROM LIGNE-TOT.                                00008720
           MOVE 'TRANSACTIONS REJETEES' TO LT-LIB.                      00008730
           MOVE W-NB-REJETEES TO LT-CPT.                                00008740
           WRITE RPT-REC FROM LIGNE-TOT.                                00008750
           MOVE 'FERIES GENERES' TO LT-LIB.                             00008760
           MOVE W-NB-GENERES TO LT-CPT.                                 00008770
           WRITE RPT-REC FROM LIGNE-TOT.                                00008780
           MOVE 'FERIES AU CALENDRIER' TO LT-LIB.                       00008790
           MOVE W-NB-FERIES TO LT-CPT.                                  00008800
           WRITE RPT-REC FROM LIGNE-TOT.                                00008810
           CLOSE RPT-FICHIER.                                           00008820
           DISPLAY 'SY0082 TRANSACTIONS ' W-NB-TRN ' REJETEES '         00008830
                   W-NB-REJETEES ' FERIES ' W-NB-FERIES.                00008840
           IF W-NB-REJETEES > ZERO                                      00008850
              MOVE 4 TO RETURN-CODE                                     00008860
           END-IF.                                                      00008870
       9000-FIN. EXIT.                                                  00008880
      ******************************************************************00008890
      *  9100 : CALENDRIER ILLISIBLE OU NON ECRIT - ARRET PAR SY0081   *00008900
      ******************************************************************00008910
       9100-ARRET.                                                      00008920
           MOVE 'SY0082' TO X81-PROGRAMME.                              00008930
           MOVE W-ERR-PARAGRAPHE TO X81-PARAGRAPHE.                     00008940
           MOVE 'F' TO X81-CATEGORIE.                                   00008950
           MOVE W-ERR-FICHIER TO X81-FICHIER.                           00008960
           MOVE W-ERR-STATUT TO X81-STATUT.                             00008970
           MOVE W-ERR-TEXTE TO X81-TEXTE.                               00008980
           MOVE W-NB-TRN TO X81-CPT-ENTREE.                             00008990
           MOVE W-NB-APPLIQUEES TO X81-CPT-SORTIE.                      00009000
           MOVE W-NB-REJETEES TO X81-CPT-REJET.                         00009010
           CALL 'SY0081' USING SY0081-PARMS.                            00009020
           MOVE X81-CODE-RETOUR TO RETURN-CODE.                         00009030
           GOBACK.                                                      00009040

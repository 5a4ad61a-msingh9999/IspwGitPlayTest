      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0083                             *00000020
      *  NOM                  : SY0083                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : GESTION DE LA RETENTION DES JOURNAUX,  *00000070
      *                         FICHIERS D'AUDIT ET HISTORIQUES.  LA   *00000080
      *                         TABLE RETPOL DONNE PAR FICHIER LA      *00000090
      *                         POSITION ET LE FORMAT DE LA DATE DE    *00000100
      *                         L'ENREGISTREMENT, LA DUREE DE          *00000110
      *                         RETENTION EN JOURS ET LE SORT DES      *00000120
      *                         ENREGISTREMENTS ECHUS (ARCHIVE OU      *00000130
      *                         SUPPRESSION).  CHAQUE FICHIER EST      *00000140
      *                         SCINDE EN UNE PARTIE CONSERVEE ET      *00000150
      *                         UNE PARTIE ARCHIVEE ; LA PARTIE        *00000160
      *                         CONSERVEE REMPLACE L'ORIGINAL A        *00000170
      *                         L'ETAPE SUIVANTE.  LES DDNAMES SONT    *00000180
      *                         CEUX DE LA TABLE, LA LONGUEUR DES      *00000190
      *                         ENREGISTREMENTS EST CELLE DE LA DD.    *00000200
      *                         DATE DE REFERENCE : CARTE RETPRM,      *00000210
      *                         SINON DATE DU JOUR.  ETAT DE           *00000220
      *                         CONTROLE RETRPT (LUS, CONSERVES,       *00000230
      *                         ARCHIVES, SUPPRIMES).  CODE RETOUR 4   *00000240
      *                         SI UN FICHIER EST EN ANOMALIE, 8 SI    *00000250
      *                         LA TABLE RETPOL EST ABSENTE.           *00000260
      ******************************************************************00000270
                                                                        00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.        SY0083.                                       00000300
       ENVIRONMENT DIVISION.                                            00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT     PRM-FICHIER   ASSIGN    TO  RETPRM                00000340
           FILE STATUS IS                     PRM-STATUS.               00000350
           SELECT     POL-FICHIER   ASSIGN    TO  RETPOL                00000360
           FILE STATUS IS                     POL-STATUS.               00000370
           SELECT     ENT-FICHIER   ASSIGN    TO  W-DD-ENTREE           00000380
           FILE STATUS IS                     ENT-STATUS.               00000390
           SELECT     CON-FICHIER   ASSIGN    TO  W-DD-CONSERVE         00000400
           FILE STATUS IS                     CON-STATUS.               00000410
           SELECT     ARC-FICHIER   ASSIGN    TO  W-DD-ARCHIVE          00000420
           FILE STATUS IS                     ARC-STATUS.               00000430
           SELECT     RPT-FICHIER   ASSIGN    TO  RETRPT.               00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD  PRM-FICHIER                                                  00000470
           LABEL RECORDS STANDARD                                       00000480
           BLOCK CONTAINS 0 RECORDS                                     00000490
           RECORDING MODE IS F.                                         00000500
       01  PRM-REC.                                                     00000510
           05  PRM-DATE            PIC 9(8).                            00000520
           05  FILLER              PIC X(72).                           00000530
      *    TABLE DE RETENTION (UNE LIGNE PAR FICHIER, '*' EN COLONNE 1 =00000540
      *    COMMENTAIRE).  FORMAT DE LA DATE : '6' AAMMJJ (SIECLE PAR    00000550
      *    SY0099), '8' AAAAMMJJ, 'S' AAAA-MM-JJ OU AAAA/MM/JJ.         00000560
      *    ACTION : 'A' ARCHIVER, 'S' SUPPRIMER.                        00000570
      *    POSITIONS DES DATES DES FICHIERS DE L'INSTALLATION :         00000580
      *      DDNAME    LRECL  POS  FMT     DDNAME    LRECL  POS  FMT    00000590
      *      DELTQH       93   82   6      JRNQH       115  104   6     00000600
      *      ANNQH        38   27   6      LVDET        67   56   6     00000610
      *      AUDQH       122    9   6      OPSLOG       70   10   S     00000620
      *      TRCLOG       68    9   S      LOKAUD       80   25   S     00000630
      *      SECAUD      100    1   S      ALRLOG      120   88   S     00000640
      *      PAYHIS       76    1   6      OTHIST       40    1   6     00000650
      *      HISTFILE     86    1   S      SIZHIST      80    1   S     00000660
      *      SCRHIST      80    1   8      ERRLOG      140    1   S     00000670
       FD  POL-FICHIER                                                  00000680
           LABEL RECORDS STANDARD                                       00000690
           BLOCK CONTAINS 0 RECORDS                                     00000700
           RECORDING MODE IS F.                                         00000710
       01  POL-REC.                                                     00000720
           05  POL-DDNAME          PIC X(8).                            00000730
           05  POL-DD-CONSERVE     PIC X(8).                            00000740
           05  POL-DD-ARCHIVE      PIC X(8).                            00000750
           05  POL-LRECL           PIC 9(5).                            00000760
           05  POL-POS-DATE        PIC 9(4).                            00000770
           05  POL-FORMAT          PIC X.                               00000780
               88  POL-FMT-AAMMJJ         VALUE '6'.                    00000790
               88  POL-FMT-AAAAMMJJ       VALUE '8'.                    00000800
               88  POL-FMT-SEPARE         VALUE 'S'.                    00000810
           05  POL-JOURS           PIC 9(5).                            00000820
           05  POL-ACTION          PIC X.                               00000830
               88  POL-ARCHIVER           VALUE 'A'.                    00000840
               88  POL-SUPPRIMER          VALUE 'S'.                    00000850
           05  POL-LIBELLE         PIC X(30).                           00000860
           05  FILLER              PIC X(10).                           00000870
      *    FICHIERS TRAITES : LONGUEUR PRISE DANS LA DD A L'OUVERTURE   00000880
       FD  ENT-FICHIER                                                  00000890
           LABEL RECORDS STANDARD                                       00000900
           BLOCK CONTAINS 0 RECORDS                                     00000910
           RECORD CONTAINS 0 CHARACTERS                                 00000920
           RECORDING MODE IS F.                                         00000930
       01  ENT-REC                 PIC X(4096).                         00000940
       FD  CON-FICHIER                                                  00000950
           LABEL RECORDS STANDARD                                       00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORD CONTAINS 0 CHARACTERS                                 00000980
           RECORDING MODE IS F.                                         00000990
       01  CON-REC                 PIC X(4096).                         00001000
       FD  ARC-FICHIER                                                  00001010
           LABEL RECORDS STANDARD                                       00001020
           BLOCK CONTAINS 0 RECORDS                                     00001030
           RECORD CONTAINS 0 CHARACTERS                                 00001040
           RECORDING MODE IS F.                                         00001050
       01  ARC-REC                 PIC X(4096).                         00001060
       FD  RPT-FICHIER                                                  00001070
           LABEL RECORDS STANDARD                                       00001080
           BLOCK CONTAINS 0 RECORDS                                     00001090
           RECORDING MODE IS F.                                         00001100
       01  RPT-REC                 PIC X(132).                          00001110
       WORKING-STORAGE SECTION.                                         00001120
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00001130
       01  POL-STATUS              PIC XX VALUE ZERO.                   00001140
       01  ENT-STATUS              PIC XX VALUE ZERO.                   00001150
       01  CON-STATUS              PIC XX VALUE ZERO.                   00001160
       01  ARC-STATUS              PIC XX VALUE ZERO.                   00001170
       01  FIN-POL                 PIC X  VALUE '0'.                    00001180
           88  POL-TERMINE                VALUE '1'.                    00001190
       01  FIN-ENT                 PIC X  VALUE '0'.                    00001200
           88  ENT-TERMINE                VALUE '1'.                    00001210
       01  W-DD-ENTREE             PIC X(8) VALUE SPACE.                00001220
       01  W-DD-CONSERVE           PIC X(8) VALUE SPACE.                00001230
       01  W-DD-ARCHIVE            PIC X(8) VALUE SPACE.                00001240
       01  W-DATE-REF              PIC 9(8) VALUE ZERO.                 00001250
       01  W-DATE-LIMITE           PIC 9(8) VALUE ZERO.                 00001260
       01  W-DATE-X.                                                    00001270
           05  W-DX-AAAA           PIC X(4).                            00001280
           05  W-DX-MM             PIC X(2).                            00001290
           05  W-DX-JJ             PIC X(2).                            00001300
       01  W-DATE-9 REDEFINES W-DATE-X PIC 9(8).                        00001310
       01  W-REF-EDT               PIC X(10) VALUE SPACE.               00001320
       01  W-LIMITE-EDT            PIC X(10) VALUE SPACE.               00001330
      *    DATE DE L'ENREGISTREMENT COURANT                             00001340
       01  W-LG-DATE               PIC 9(2) VALUE ZERO.                 00001350
       01  W-FIN-DATE              PIC 9(5) VALUE ZERO.                 00001360
       01  W-ZONE-DATE             PIC X(10) VALUE SPACE.               00001370
       01  W-ZD-6 REDEFINES W-ZONE-DATE.                                00001380
           05  W-ZD6-AA            PIC 9(2).                            00001390
           05  W-ZD6-MMJJ          PIC 9(4).                            00001400
           05  FILLER              PIC X(4).                            00001410
       01  W-ZD-S REDEFINES W-ZONE-DATE.                                00001420
           05  W-ZDS-AAAA          PIC X(4).                            00001430
           05  FILLER              PIC X.                               00001440
           05  W-ZDS-MM            PIC X(2).                            00001450
           05  FILLER              PIC X.                               00001460
           05  W-ZDS-JJ            PIC X(2).                            00001470
       01  W-DATE-ENR              PIC 9(8) VALUE ZERO.                 00001480
       01  W-ENR-DATE              PIC X  VALUE 'N'.                    00001490
       01  W-AA-CACHE              PIC 9(2) VALUE ZERO.                 00001500
       01  W-SS-CACHE              PIC 9(2) VALUE ZERO.                 00001510
       01  W-CACHE-CHARGE          PIC X  VALUE 'N'.                    00001520
       01  W-SIECLE-AA.                                                 00001530
           05  W-SA-SS             PIC 9(2).                            00001540
           05  W-SA-AA             PIC 9(2).                            00001550
           05  W-SA-MMJJ           PIC 9(4).                            00001560
       01  W-SIECLE-AA-9 REDEFINES W-SIECLE-AA PIC 9(8).                00001570
      *    COMPTEURS DU FICHIER COURANT ET DE L'EXECUTION               00001580
       01  W-MOTIF                 PIC X(20) VALUE SPACE.               00001590
       01  W-NB-LUS                PIC 9(9) VALUE ZERO.                 00001600
       01  W-NB-CONSERVES          PIC 9(9) VALUE ZERO.                 00001610
       01  W-NB-ARCHIVES           PIC 9(9) VALUE ZERO.                 00001620
       01  W-NB-SUPPRIMES          PIC 9(9) VALUE ZERO.                 00001630
       01  W-NB-NON-DATES          PIC 9(7) VALUE ZERO.                 00001640
       01  W-NB-FICHIERS           PIC 9(5) VALUE ZERO.                 00001650
       01  W-NB-ANOMALIES          PIC 9(5) VALUE ZERO.                 00001660
       01  W-TOT-LUS               PIC 9(9) VALUE ZERO.                 00001670
       01  W-TOT-CONSERVES         PIC 9(9) VALUE ZERO.                 00001680
       01  W-TOT-ARCHIVES          PIC 9(9) VALUE ZERO.                 00001690
       01  W-TOT-SUPPRIMES         PIC 9(9) VALUE ZERO.                 00001700
       COPY SY0099.                                                     00001710
       01  LIGNE-TITRE.                                                 00001720
           05  FILLER     PIC X(40) VALUE                               00001730
               'CONTROLE DE LA RETENTION DES FICHIERS - '.              00001740
           05  FILLER     PIC X(20) VALUE                               00001750
               'DATE DE REFERENCE : '.                                  00001760
           05  LTI-REF    PIC X(10).                                    00001770
           05  FILLER     PIC X(62) VALUE SPACE.                        00001780
       01  LIGNE-ENTETE.                                                00001790
           05  FILLER     PIC X(44) VALUE                               00001800
               'FICHIER   LIBELLE                  JOURS  LI'.          00001810
           05  FILLER     PIC X(44) VALUE                               00001820
               'MITE      ACTION         LUS CONSERVES  ARCH'.          00001830
           05  FILLER     PIC X(44) VALUE                               00001840
               'IVES SUPPRIMES NON DAT  OBSERVATION'.                   00001850
       01  LIGNE-FIC.                                                   00001860
           05  LF-FICHIER PIC X(8).                                     00001870
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001880
           05  LF-LIBELLE PIC X(24).                                    00001890
           05  FILLER     PIC X     VALUE SPACE.                        00001900
           05  LF-JOURS   PIC ZZZZ9.                                    00001910
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001920
           05  LF-LIMITE  PIC X(10).                                    00001930
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001940
           05  LF-ACTION  PIC X(8).                                     00001950
           05  FILLER     PIC X     VALUE SPACE.                        00001960
           05  LF-LUS     PIC Z(8)9.                                    00001970
           05  FILLER     PIC X     VALUE SPACE.                        00001980
           05  LF-CONS    PIC Z(8)9.                                    00001990
           05  FILLER     PIC X     VALUE SPACE.                        00002000
           05  LF-ARCH    PIC Z(8)9.                                    00002010
           05  FILLER     PIC X     VALUE SPACE.                        00002020
           05  LF-SUPP    PIC Z(8)9.                                    00002030
           05  FILLER     PIC X     VALUE SPACE.                        00002040
           05  LF-NONDAT  PIC Z(6)9.                                    00002050
           05  FILLER     PIC X(2)  VALUE SPACE.                        00002060
           05  LF-OBS     PIC X(20).                                    00002070
       01  LIGNE-TOT.                                                   00002080
           05  LT-LIB     PIC X(30).                                    00002090
           05  LT-CPT     PIC Z(8)9.                                    00002100
           05  FILLER     PIC X(93) VALUE SPACE.                        00002110
       PROCEDURE DIVISION.                                              00002120
       0000-MAINLINE.                                                   00002130
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00002140
           OPEN INPUT POL-FICHIER.                                      00002150
           IF POL-STATUS NOT = '00'                                     00002160
              DISPLAY 'TABLE DE RETENTION RETPOL ABSENTE - STATUT '     00002170
                      POL-STATUS                                        00002180
              MOVE SPACE TO RPT-REC                                     00002190
              WRITE RPT-REC                                             00002200
              MOVE '  TABLE DE RETENTION RETPOL ABSENTE' TO RPT-REC     00002210
              WRITE RPT-REC                                             00002220
              CLOSE RPT-FICHIER                                         00002230
              MOVE 8 TO RETURN-CODE                                     00002240
              GOBACK                                                    00002250
           END-IF.                                                      00002260
           PERFORM 2000-TRAITER-POLITIQUE THRU 2000-FIN                 00002270
              UNTIL POL-TERMINE.                                        00002280
           CLOSE POL-FICHIER.                                           00002290
           PERFORM 9000-TERMINER THRU 9000-FIN.                         00002300
           GOBACK.                                                      00002310
      ******************************************************************00002320
      *  1000 : DATE DE REFERENCE ET EN-TETE DE L'ETAT                 *00002330
      ******************************************************************00002340
       1000-INITIALISER.                                                00002350
           MOVE 'C' TO X99-FONCTION.                                    00002360
           CALL 'SY0099' USING SY0099-PARMS.                            00002370
           MOVE X99-DATE-8 TO W-DATE-REF.                               00002380
           OPEN INPUT PRM-FICHIER.                                      00002390
           IF PRM-STATUS = '00'                                         00002400
              READ PRM-FICHIER                                          00002410
                 AT END                                                 00002420
                 MOVE ZERO TO PRM-DATE                                  00002430
              END-READ                                                  00002440
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00002450
                 MOVE PRM-DATE TO W-DATE-REF                            00002460
              END-IF                                                    00002470
              CLOSE PRM-FICHIER                                         00002480
           END-IF.                                                      00002490
           MOVE W-DATE-REF TO W-DATE-9.                                 00002500
           STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ                     00002510
                  DELIMITED BY SIZE INTO W-REF-EDT.                     00002520
           MOVE W-REF-EDT TO LTI-REF.                                   00002530
           OPEN OUTPUT RPT-FICHIER.                                     00002540
           WRITE RPT-REC FROM LIGNE-TITRE.                              00002550
           MOVE SPACE TO RPT-REC.                                       00002560
           WRITE RPT-REC.                                               00002570
           WRITE RPT-REC FROM LIGNE-ENTETE.                             00002580
       1000-FIN. EXIT.                                                  00002590
      ******************************************************************00002600
      *  2000 : UNE LIGNE DE LA TABLE = UN FICHIER A SCINDER           *00002610
      ******************************************************************00002620
       2000-TRAITER-POLITIQUE.                                          00002630
           READ POL-FICHIER                                             00002640
              AT END                                                    00002650
              MOVE '1' TO FIN-POL                                       00002660
              GO TO 2000-FIN                                            00002670
           END-READ.                                                    00002680
           IF POL-DDNAME = SPACE OR POL-DDNAME (1:1) = '*'              00002690
              GO TO 2000-FIN                                            00002700
           END-IF.                                                      00002710
           ADD 1 TO W-NB-FICHIERS.                                      00002720
           MOVE ZERO TO W-NB-LUS W-NB-CONSERVES W-NB-ARCHIVES           00002730
                        W-NB-SUPPRIMES W-NB-NON-DATES.                  00002740
           MOVE SPACE TO W-MOTIF W-LIMITE-EDT.                          00002750
           PERFORM 2100-VALIDER THRU 2100-FIN.                          00002760
           IF W-MOTIF NOT = SPACE                                       00002770
              GO TO 2000-EDITER                                         00002780
           END-IF.                                                      00002790
           PERFORM 2200-CALCULER-LIMITE THRU 2200-FIN.                  00002800
           IF W-MOTIF NOT = SPACE                                       00002810
              GO TO 2000-EDITER                                         00002820
           END-IF.                                                      00002830
           PERFORM 3000-SCINDER THRU 3000-FIN.                          00002840
       2000-EDITER.                                                     00002850
           PERFORM 4000-EDITER-FICHIER THRU 4000-FIN.                   00002860
       2000-FIN. EXIT.                                                  00002870
       2100-VALIDER.                                                    00002880
           IF POL-DD-CONSERVE = SPACE                                   00002890
              MOVE 'CONSERVE NON PRECISE' TO W-MOTIF                    00002900
              GO TO 2100-FIN                                            00002910
           END-IF.                                                      00002920
           IF NOT POL-ARCHIVER AND NOT POL-SUPPRIMER                    00002930
              MOVE 'ACTION INCONNUE' TO W-MOTIF                         00002940
              GO TO 2100-FIN                                            00002950
           END-IF.                                                      00002960
           IF POL-ARCHIVER AND POL-DD-ARCHIVE = SPACE                   00002970
              MOVE 'ARCHIVE NON PRECISE' TO W-MOTIF                     00002980
              GO TO 2100-FIN                                            00002990
           END-IF.                                                      00003000
           IF POL-FMT-AAMMJJ                                            00003010
              MOVE 6 TO W-LG-DATE                                       00003020
           ELSE                                                         00003030
              IF POL-FMT-AAAAMMJJ                                       00003040
                 MOVE 8 TO W-LG-DATE                                    00003050
              ELSE                                                      00003060
                 IF POL-FMT-SEPARE                                      00003070
                    MOVE 10 TO W-LG-DATE                                00003080
                 ELSE                                                   00003090
                    MOVE 'FORMAT DATE INCONNU' TO W-MOTIF               00003100
                    GO TO 2100-FIN                                      00003110
                 END-IF                                                 00003120
              END-IF                                                    00003130
           END-IF.                                                      00003140
           IF POL-LRECL NOT NUMERIC OR POL-LRECL = ZERO                 00003150
              OR POL-LRECL > 4096                                       00003160
              MOVE 'LONGUEUR INVALIDE' TO W-MOTIF                       00003170
              GO TO 2100-FIN                                            00003180
           END-IF.                                                      00003190
           IF POL-POS-DATE NOT NUMERIC OR POL-POS-DATE = ZERO           00003200
              MOVE 'POSITION DATE INVAL.' TO W-MOTIF                    00003210
              GO TO 2100-FIN                                            00003220
           END-IF.                                                      00003230
           COMPUTE W-FIN-DATE = POL-POS-DATE + W-LG-DATE - 1.           00003240
           IF W-FIN-DATE > POL-LRECL                                    00003250
              MOVE 'DATE HORS ENREG.' TO W-MOTIF                        00003260
              GO TO 2100-FIN                                            00003270
           END-IF.                                                      00003280
           IF POL-JOURS NOT NUMERIC                                     00003290
              MOVE 'RETENTION INVALIDE' TO W-MOTIF                      00003300
              GO TO 2100-FIN                                            00003310
           END-IF.                                                      00003320
       2100-FIN. EXIT.                                                  00003330
       2200-CALCULER-LIMITE.                                            00003340
           MOVE 'R' TO X99-FONCTION.                                    00003350
           MOVE W-DATE-REF TO X99-DATE-8.                               00003360
           MOVE POL-JOURS TO X99-NB-JOURS.                              00003370
           CALL 'SY0099' USING SY0099-PARMS.                            00003380
           IF X99-DATE-INVALIDE                                         00003390
              MOVE 'LIMITE INCALCULABLE' TO W-MOTIF                     00003400
              GO TO 2200-FIN                                            00003410
           END-IF.                                                      00003420
           MOVE X99-DATE-8 TO W-DATE-LIMITE.                            00003430
           MOVE W-DATE-LIMITE TO W-DATE-9.                              00003440
           STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ                     00003450
                  DELIMITED BY SIZE INTO W-LIMITE-EDT.                  00003460
       2200-FIN. EXIT.                                                  00003470
      ******************************************************************00003480
      *  3000 : REPARTITION DES ENREGISTREMENTS SELON LEUR DATE        *00003490
      ******************************************************************00003500
       3000-SCINDER.                                                    00003510
           MOVE POL-DDNAME TO W-DD-ENTREE.                              00003520
           MOVE POL-DD-CONSERVE TO W-DD-CONSERVE.                       00003530
           MOVE POL-DD-ARCHIVE TO W-DD-ARCHIVE.                         00003540
           OPEN INPUT ENT-FICHIER.                                      00003550
           IF ENT-STATUS NOT = '00'                                     00003560
              DISPLAY 'FICHIER ' POL-DDNAME ' ABSENT - STATUT '         00003570
                      ENT-STATUS                                        00003580
              MOVE 'FICHIER ABSENT' TO W-MOTIF                          00003590
              GO TO 3000-FIN                                            00003600
           END-IF.                                                      00003610
           OPEN OUTPUT CON-FICHIER.                                     00003620
           IF CON-STATUS NOT = '00'                                     00003630
              DISPLAY 'FICHIER ' POL-DD-CONSERVE                        00003640
                      ' NON OUVERT - STATUT ' CON-STATUS                00003650
              MOVE 'CONSERVE NON OUVERT' TO W-MOTIF                     00003660
              CLOSE ENT-FICHIER                                         00003670
              GO TO 3000-FIN                                            00003680
           END-IF.                                                      00003690
           IF POL-ARCHIVER                                              00003700
              OPEN OUTPUT ARC-FICHIER                                   00003710
              IF ARC-STATUS NOT = '00'                                  00003720
                 DISPLAY 'FICHIER ' POL-DD-ARCHIVE                      00003730
                         ' NON OUVERT - STATUT ' ARC-STATUS             00003740
                 MOVE 'ARCHIVE NON OUVERT' TO W-MOTIF                   00003750
                 CLOSE ENT-FICHIER CON-FICHIER                          00003760
                 GO TO 3000-FIN                                         00003770
              END-IF                                                    00003780
           END-IF.                                                      00003790
           MOVE '0' TO FIN-ENT.                                         00003800
           PERFORM 3100-LIRE-UN THRU 3100-FIN                           00003810
              UNTIL ENT-TERMINE.                                        00003820
           CLOSE ENT-FICHIER CON-FICHIER.                               00003830
           IF POL-ARCHIVER                                              00003840
              CLOSE ARC-FICHIER                                         00003850
           END-IF.                                                      00003860
           IF W-NB-LUS NOT = W-NB-CONSERVES + W-NB-ARCHIVES             00003870
                              + W-NB-SUPPRIMES                          00003880
              MOVE 'ECART DE COMPTAGE' TO W-MOTIF                       00003890
           END-IF.                                                      00003900
       3000-FIN. EXIT.                                                  00003910
       3100-LIRE-UN.                                                    00003920
           READ ENT-FICHIER                                             00003930
              AT END                                                    00003940
              MOVE '1' TO FIN-ENT                                       00003950
              GO TO 3100-FIN                                            00003960
           END-READ.                                                    00003970
           ADD 1 TO W-NB-LUS.                                           00003980
           PERFORM 3200-DATER THRU 3200-FIN.                            00003990
           IF W-ENR-DATE = 'N'                                          00004000
              ADD 1 TO W-NB-NON-DATES                                   00004010
           END-IF.                                                      00004020
           IF W-ENR-DATE = 'N' OR W-DATE-ENR NOT < W-DATE-LIMITE        00004030
              WRITE CON-REC FROM ENT-REC                                00004040
              ADD 1 TO W-NB-CONSERVES                                   00004050
              GO TO 3100-FIN                                            00004060
           END-IF.                                                      00004070
           IF POL-ARCHIVER                                              00004080
              WRITE ARC-REC FROM ENT-REC                                00004090
              ADD 1 TO W-NB-ARCHIVES                                    00004100
           ELSE                                                         00004110
              ADD 1 TO W-NB-SUPPRIMES                                   00004120
           END-IF.                                                      00004130
       3100-FIN. EXIT.                                                  00004140
      *    UN ENREGISTREMENT SANS DATE LISIBLE (ENTETE, TOTAUX) EST     00004150
      *    TOUJOURS CONSERVE                                            00004160
       3200-DATER.                                                      00004170
           MOVE 'N' TO W-ENR-DATE.                                      00004180
           MOVE SPACE TO W-ZONE-DATE.                                   00004190
           MOVE ENT-REC (POL-POS-DATE : W-LG-DATE) TO W-ZONE-DATE.      00004200
           IF POL-FMT-AAAAMMJJ                                          00004210
              IF W-ZONE-DATE (1:8) NUMERIC                              00004220
                 MOVE W-ZONE-DATE (1:8) TO W-DATE-ENR                   00004230
                 MOVE 'O' TO W-ENR-DATE                                 00004240
              END-IF                                                    00004250
              GO TO 3200-FIN                                            00004260
           END-IF.                                                      00004270
           IF POL-FMT-SEPARE                                            00004280
              IF W-ZDS-AAAA NUMERIC AND W-ZDS-MM NUMERIC                00004290
                 AND W-ZDS-JJ NUMERIC                                   00004300
                 MOVE W-ZDS-AAAA TO W-DX-AAAA                           00004310
                 MOVE W-ZDS-MM TO W-DX-MM                               00004320
                 MOVE W-ZDS-JJ TO W-DX-JJ                               00004330
                 MOVE W-DATE-9 TO W-DATE-ENR                            00004340
                 MOVE 'O' TO W-ENR-DATE                                 00004350
              END-IF                                                    00004360
              GO TO 3200-FIN                                            00004370
           END-IF.                                                      00004380
           IF W-ZONE-DATE (1:6) NOT NUMERIC                             00004390
              GO TO 3200-FIN                                            00004400
           END-IF.                                                      00004410
           IF W-CACHE-CHARGE = 'N' OR W-ZD6-AA NOT = W-AA-CACHE         00004420
              MOVE 'S' TO X99-FONCTION                                  00004430
              MOVE W-ZD6-AA TO X99-YY                                   00004440
              CALL 'SY0099' USING SY0099-PARMS                          00004450
              MOVE W-ZD6-AA TO W-AA-CACHE                               00004460
              MOVE X99-CC TO W-SS-CACHE                                 00004470
              MOVE 'O' TO W-CACHE-CHARGE                                00004480
           END-IF.                                                      00004490
           MOVE W-SS-CACHE TO W-SA-SS.                                  00004500
           MOVE W-ZD6-AA TO W-SA-AA.                                    00004510
           MOVE W-ZD6-MMJJ TO W-SA-MMJJ.                                00004520
           MOVE W-SIECLE-AA-9 TO W-DATE-ENR.                            00004530
           MOVE 'O' TO W-ENR-DATE.                                      00004540
       3200-FIN. EXIT.                                                  00004550
      ******************************************************************00004560
      *  4000 : LIGNE DE CONTROLE DU FICHIER                           *00004570
      ******************************************************************00004580
       4000-EDITER-FICHIER.                                             00004590
           MOVE SPACE TO LIGNE-FIC.                                     00004600
           MOVE POL-DDNAME TO LF-FICHIER.                               00004610
           MOVE POL-LIBELLE TO LF-LIBELLE.                              00004620
           IF POL-JOURS NUMERIC                                         00004630
              MOVE POL-JOURS TO LF-JOURS                                00004640
           END-IF.                                                      00004650
           MOVE W-LIMITE-EDT TO LF-LIMITE.                              00004660
           IF POL-ARCHIVER                                              00004670
              MOVE 'ARCHIVE' TO LF-ACTION                               00004680
           ELSE                                                         00004690
              IF POL-SUPPRIMER                                          00004700
                 MOVE 'SUPPRIME' TO LF-ACTION                           00004710
              END-IF                                                    00004720
           END-IF.                                                      00004730
           MOVE W-NB-LUS TO LF-LUS.                                     00004740
           MOVE W-NB-CONSERVES TO LF-CONS.                              00004750
           MOVE W-NB-ARCHIVES TO LF-ARCH.                               00004760
           MOVE W-NB-SUPPRIMES TO LF-SUPP.                              00004770
           MOVE W-NB-NON-DATES TO LF-NONDAT.                            00004780
           IF W-MOTIF = SPACE                                           00004790
              MOVE 'OK' TO LF-OBS                                       00004800
           ELSE                                                         00004810
              MOVE W-MOTIF TO LF-OBS                                    00004820
              ADD 1 TO W-NB-ANOMALIES                                   00004830
           END-IF.                                                      00004840
           WRITE RPT-REC FROM LIGNE-FIC.                                00004850
           ADD W-NB-LUS TO W-TOT-LUS.                                   00004860
           ADD W-NB-CONSERVES TO W-TOT-CONSERVES.                       00004870
           ADD W-NB-ARCHIVES TO W-TOT-ARCHIVES.                         00004880
           ADD W-NB-SUPPRIMES TO W-TOT-SUPPRIMES.                       00004890
           DISPLAY 'SY0083 ' POL-DDNAME ' LUS ' W-NB-LUS                00004900
                   ' CONSERVES ' W-NB-CONSERVES ' ARCHIVES '            00004910
                   W-NB-ARCHIVES ' SUPPRIMES ' W-NB-SUPPRIMES.          00004920
       4000-FIN. EXIT.                                                  00004930
      ******************************************************************00004940
      *  9000 : TOTAUX DE L'EXECUTION                                  *00004950
      ******************************************************************00004960
       9000-TERMINER.                                                   00004970
           IF W-NB-FICHIERS = ZERO                                      00004980
              MOVE '  AUCUN FICHIER DANS LA TABLE DE RETENTION'         00004990
                TO RPT-REC                                              00005000
              WRITE RPT-REC                                             00005010
           END-IF.                                                      00005020
           MOVE SPACE TO RPT-REC.                                       00005030
           WRITE RPT-REC.                                               00005040
           MOVE 'FICHIERS DE LA TABLE' TO LT-LIB.                       00005050
           MOVE W-NB-FICHIERS TO LT-CPT.                                00005060
           WRITE RPT-REC FROM LIGNE-TOT.                                00005070
           MOVE 'FICHIERS EN ANOMALIE' TO LT-LIB.                       00005080
           MOVE W-NB-ANOMALIES TO LT-CPT.                               00005090
           WRITE RPT-REC FROM LIGNE-TOT.                                00005100
           MOVE 'ENREGISTREMENTS LUS' TO LT-LIB.                        00005110
           MOVE W-TOT-LUS TO LT-CPT.                                    00005120
           WRITE RPT-REC FROM LIGNE-TOT.                                00005130
           MOVE 'ENREGISTREMENTS CONSERVES' TO LT-LIB.                  00005140
           MOVE W-TOT-CONSERVES TO LT-CPT.                              00005150
           WRITE RPT-REC FROM LIGNE-TOT.                                00005160
           MOVE 'ENREGISTREMENTS ARCHIVES' TO LT-LIB.                   00005170
           MOVE W-TOT-ARCHIVES TO LT-CPT.                               00005180
           WRITE RPT-REC FROM LIGNE-TOT.                                00005190
           MOVE 'ENREGISTREMENTS SUPPRIMES' TO LT-LIB.                  00005200
           MOVE W-TOT-SUPPRIMES TO LT-CPT.                              00005210
           WRITE RPT-REC FROM LIGNE-TOT.                                00005220
           CLOSE RPT-FICHIER.                                           00005230
           IF W-NB-ANOMALIES > ZERO                                     00005240
              MOVE 4 TO RETURN-CODE                                     00005250
           END-IF.                                                      00005260
       9000-FIN. EXIT.                                                  00005270

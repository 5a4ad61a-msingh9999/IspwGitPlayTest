      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0089                             *00000020
      *  NOM                  : SY0089                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : CONSEIL DE REPRISE APRES INCIDENT DE   *00000070
      *                         LA CHAINE DE NUIT.  PARCOURT OPSLOG    *00000080
      *                         POUR LA DATE DE TRAITEMENT (CARTE      *00000090
      *                         RSTPRM, SINON AUJOURD'HUI) ET RETIENT  *00000100
      *                         LE DERNIER PASSAGE DE CHAQUE           *00000110
      *                         PROGRAMME : PHASE 'D' SANS 'F'         *00000120
      *                         (INCOMPLET) OU 'F' AVEC ETAT AUTRE QUE *00000130
      *                         'OK' (ECHEC).  POUR CHAQUE ETAPE EN    *00000140
      *                         DEFAUT, EDITE LE DERNIER POINT DE      *00000150
      *                         REPRISE (CHKKA DE JQGM85 ET JQGF85,    *00000160
      *                         CHKFILE DE TRIMAIN), DIT SI LA REPRISE *00000170
      *                         OU LA RELANCE EST SURE ET LISTE LES    *00000180
      *                         ETAPES AVAL BLOQUEES D'APRES LES       *00000190
      *                         PREALABLES CONTROLES PAR SY0091 (TABLE *00000200
      *                         INTERNE, COMPLETEE PAR DEPREF).  UN    *00000210
      *                         POINT DE REPRISE N'EST SUR QUE SI UNE  *00000220
      *                         PHASE 'I' A ETE JOURNALISEE APRES LA   *00000230
      *                         PHASE 'D' DU PASSAGE EN                *00000240
      *                         DEFAUT : LES FICHIERS DE REPRISE NE    *00000250
      *                         SONT PAS VIDES EN FIN NORMALE ET       *00000260
      *                         PEUVENT DATER D'UN PASSAGE ANTERIEUR.  *00000270
      *                         CODE RETOUR 4 SI UNE ETAPE EST A       *00000280
      *                         REPRENDRE, 8 SI OPSLOG EST ABSENT.     *00000290
      ******************************************************************00000300
                                                                        00000310
       IDENTIFICATION DIVISION.                                         00000320
       PROGRAM-ID.        SY0089.                                       00000330
       ENVIRONMENT DIVISION.                                            00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
           SELECT     PRM-FICHIER   ASSIGN    TO  RSTPRM                00000370
           FILE STATUS IS                     PRM-STATUS.               00000380
           SELECT     OPS-FICHIER   ASSIGN    TO  OPSLOG                00000390
           FILE STATUS IS                     OPS-STATUS.               00000400
           SELECT     DEP-FICHIER   ASSIGN    TO  DEPREF                00000410
           FILE STATUS IS                     DEP-STATUS.               00000420
           SELECT     CKM-FICHIER   ASSIGN    TO  CHKKAM                00000430
           FILE STATUS IS                     CKM-STATUS.               00000440
           SELECT     CKF-FICHIER   ASSIGN    TO  CHKKAF                00000450
           FILE STATUS IS                     CKF-STATUS.               00000460
           SELECT     CKT-FICHIER   ASSIGN    TO  CHKFILE               00000470
           FILE STATUS IS                     CKT-STATUS.               00000480
           SELECT     RPT-FICHIER   ASSIGN    TO  RSTRPT.               00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
       FD  PRM-FICHIER                                                  00000520
           LABEL RECORDS STANDARD                                       00000530
           BLOCK CONTAINS 0 RECORDS                                     00000540
           RECORDING MODE IS F.                                         00000550
       01  PRM-REC.                                                     00000560
           05  PRM-DATE            PIC 9(8).                            00000570
           05  FILLER              PIC X(72).                           00000580
       FD  OPS-FICHIER                                                  00000590
           LABEL RECORDS STANDARD                                       00000600
           BLOCK CONTAINS 0 RECORDS                                     00000610
           RECORDING MODE IS F.                                         00000620
       01  OPS-REC.                                                     00000630
           05  OPS-PROGRAMME       PIC X(8).                            00000640
           05  OPS-PHASE           PIC X.                               00000650
           05  OPS-TIMESTAMP       PIC X(26).                           00000660
           05  OPS-CPT-ENTREE      PIC 9(9).                            00000670
           05  OPS-CPT-SORTIE      PIC 9(9).                            00000680
           05  OPS-CPT-REJET       PIC 9(9).                            00000690
           05  OPS-ETAT            PIC X(8).                            00000700
      *    PREALABLES SUPPLEMENTAIRES : PROGRAMME DEPENDANT, PREALABLE  00000710
       FD  DEP-FICHIER                                                  00000720
           LABEL RECORDS STANDARD                                       00000730
           BLOCK CONTAINS 0 RECORDS                                     00000740
           RECORDING MODE IS F.                                         00000750
       01  DEP-REC.                                                     00000760
           05  DEP-PROGRAMME       PIC X(8).                            00000770
           05  DEP-PREALABLE       PIC X(8).                            00000780
           05  FILLER              PIC X(64).                           00000790
      *    CHKKA DE JQGM85                                              00000800
       FD  CKM-FICHIER                                                  00000810
           LABEL RECORDS STANDARD                                       00000820
           BLOCK CONTAINS 0 RECORDS                                     00000830
           RECORDING MODE IS F.                                         00000840
       01  CKM-REC.                                                     00000850
           05  CKM-NCNCP           PIC X(11).                           00000860
           05  CKM-DCD1A           PIC 9(8).                            00000870
      *    CHKKA DE JQGF85                                              00000880
       FD  CKF-FICHIER                                                  00000890
           LABEL RECORDS STANDARD                                       00000900
           BLOCK CONTAINS 0 RECORDS                                     00000910
           RECORDING MODE IS F.                                         00000920
       01  CKF-REC.                                                     00000930
           05  CKF-NCNCP           PIC X(11).                           00000940
           05  CKF-DCD1A           PIC 9(8).                            00000950
      *    CHKFILE DE TRIMAIN (SEUL LE COMPTEUR DE TETE EST EXPLOITE)   00000960
       FD  CKT-FICHIER                                                  00000970
           LABEL RECORDS STANDARD                                       00000980
           BLOCK CONTAINS 0 RECORDS                                     00000990
           RECORDING MODE IS F.                                         00001000
       01  CKT-REC.                                                     00001010
           05  CKT-RECS-DONE       PIC 9(9).                            00001020
           05  FILLER              PIC X(1097).                         00001030
       FD  RPT-FICHIER                                                  00001040
           LABEL RECORDS STANDARD                                       00001050
           BLOCK CONTAINS 0 RECORDS                                     00001060
           RECORDING MODE IS F.                                         00001070
       01  RPT-REC                 PIC X(132).                          00001080
       WORKING-STORAGE SECTION.                                         00001090
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00001100
       01  OPS-STATUS              PIC XX VALUE ZERO.                   00001110
       01  DEP-STATUS              PIC XX VALUE ZERO.                   00001120
       01  CKM-STATUS              PIC XX VALUE ZERO.                   00001130
       01  CKF-STATUS              PIC XX VALUE ZERO.                   00001140
       01  CKT-STATUS              PIC XX VALUE ZERO.                   00001150
       01  FIN-OPS                 PIC X  VALUE '0'.                    00001160
           88  OPS-TERMINE                VALUE '1'.                    00001170
       01  FIN-DEP                 PIC X  VALUE '0'.                    00001180
           88  DEP-TERMINE                VALUE '1'.                    00001190
       01  W-DATE-VOULUE           PIC 9(8) VALUE ZERO.                 00001200
       01  W-DATE-X REDEFINES W-DATE-VOULUE.                            00001210
           05  W-DV-AAAA           PIC X(4).                            00001220
           05  W-DV-MM             PIC X(2).                            00001230
           05  W-DV-JJ             PIC X(2).                            00001240
       01  W-JOUR                  PIC X(10) VALUE SPACE.               00001250
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00001260
       01  W-PX                    PIC 9(3) VALUE ZERO.                 00001270
       01  W-QX                    PIC 9(3) VALUE ZERO.                 00001280
       01  W-DX                    PIC 9(3) VALUE ZERO.                 00001290
       01  W-BX                    PIC 9(3) VALUE ZERO.                 00001300
       01  W-TROUVE                PIC X  VALUE 'N'.                    00001310
       01  W-CHANGE                PIC X  VALUE 'N'.                    00001320
       01  W-NOM                   PIC X(8) VALUE SPACE.                00001330
       01  W-NOM-SAUVE             PIC X(8) VALUE SPACE.                00001340
       01  W-CK-LU                 PIC X  VALUE 'N'.                    00001350
       01  W-NB-VUS                PIC 9(4) VALUE ZERO.                 00001360
       01  W-NB-TERMINES           PIC 9(4) VALUE ZERO.                 00001370
       01  W-NB-ECHECS             PIC 9(4) VALUE ZERO.                 00001380
       01  W-NB-INCOMPLETS         PIC 9(4) VALUE ZERO.                 00001390
       01  W-NB-BLOQUES            PIC 9(4) VALUE ZERO.                 00001400
      *    DERNIER PASSAGE DU JOUR PAR PROGRAMME                        00001410
      *    SITUATION : T TERMINE OK, E ECHEC (FIN NON OK), I INCOMPLET  00001420
       01  W-PGM-CPT               PIC 9(3) VALUE ZERO.                 00001430
       01  W-PGM-TABLE.                                                 00001440
           05  W-PGM-ENT           OCCURS 100 TIMES.                    00001450
               10  W-PGM-NOM       PIC X(8).                            00001460
               10  W-PGM-NB-D      PIC 9(3).                            00001470
               10  W-PGM-VU-F      PIC X.                               00001480
               10  W-PGM-VU-I      PIC X.                               00001490
               10  W-PGM-HDEB      PIC X(8).                            00001500
               10  W-PGM-HFIN      PIC X(8).                            00001510
               10  W-PGM-ETAT      PIC X(8).                            00001520
               10  W-PGM-CPT-I     PIC 9(9).                            00001530
               10  W-PGM-SITU      PIC X.                               00001540
      *    PREALABLES : LES CONTROLES SY0091 DES CHAINES EN TETE        00001550
       01  W-DEP-CPT               PIC 9(3) VALUE 2.                    00001560
       01  W-DEP-TABLE.                                                 00001570
           05  W-DEP-DEFAUT        PIC X(32) VALUE                      00001580
               'JQGR85  JQGM85  TRIMRG  TRIMAIN '.                      00001590
           05  FILLER              PIC X(768) VALUE SPACE.              00001600
       01  W-DEP-TAB REDEFINES W-DEP-TABLE.                             00001610
           05  W-DEP-ENT           OCCURS 50 TIMES.                     00001620
               10  W-DEP-PROG      PIC X(8).                            00001630
               10  W-DEP-PREA      PIC X(8).                            00001640
      *    ETAPES BLOQUEES ET PREALABLE EN CAUSE                        00001650
       01  W-BLQ-TABLE.                                                 00001660
           05  W-BLQ-ENT           OCCURS 50 TIMES.                     00001670
               10  W-BLQ-PROG      PIC X(8).                            00001680
               10  W-BLQ-CAUSE     PIC X(8).                            00001690
       COPY SY0099.                                                     00001700
       01  LIGNE-TITRE.                                                 00001710
           05  FILLER     PIC X(35) VALUE                               00001720
               'CONSEIL DE REPRISE DE LA CHAINE DU '.                   00001730
           05  LTI-JOUR   PIC X(10).                                    00001740
           05  FILLER     PIC X(87) VALUE SPACE.                        00001750
       01  LIGNE-SOUS-TITRE.                                            00001760
           05  FILLER     PIC X(40) VALUE                               00001770
               'ETAPES EN DEFAUT (DERNIER PASSAGE)'.                    00001780
           05  FILLER     PIC X(92) VALUE SPACE.                        00001790
       01  LIGNE-SOUS-TITRE-2.                                          00001800
           05  FILLER     PIC X(40) VALUE                               00001810
               'ETAPES BLOQUEES (DIRECT ET INDIRECT)'.                  00001820
           05  FILLER     PIC X(92) VALUE SPACE.                        00001830
       01  LIGNE-ETAPE.                                                 00001840
           05  LE-PROG    PIC X(8).                                     00001850
           05  FILLER     PIC X     VALUE SPACE.                        00001860
           05  LE-SITU    PIC X(31).                                    00001870
           05  FILLER     PIC X(8)  VALUE ' DEBUT  '.                   00001880
           05  LE-HDEB    PIC X(8).                                     00001890
           05  FILLER     PIC X(8)  VALUE ' ETAT   '.                   00001900
           05  LE-ETAT    PIC X(8).                                     00001910
           05  FILLER     PIC X(16) VALUE ' DERNIER BATTEM.'.           00001920
           05  LE-CPT-I   PIC Z(8)9.                                    00001930
           05  FILLER     PIC X(35) VALUE SPACE.                        00001940
       01  LIGNE-REPRISE.                                               00001950
           05  FILLER     PIC X(10) VALUE SPACE.                        00001960
           05  FILLER     PIC X(18) VALUE 'POINT DE REPRISE: '.         00001970
           05  LR-TEXTE   PIC X(60).                                    00001980
           05  FILLER     PIC X(44) VALUE SPACE.                        00001990
       01  LIGNE-CONSEIL.                                               00002000
           05  FILLER     PIC X(10) VALUE SPACE.                        00002010
           05  FILLER     PIC X(18) VALUE 'CONSEIL         : '.         00002020
           05  LC-TEXTE   PIC X(70).                                    00002030
           05  FILLER     PIC X(34) VALUE SPACE.                        00002040
       01  LIGNE-AVAL.                                                  00002050
           05  FILLER     PIC X(10) VALUE SPACE.                        00002060
           05  FILLER     PIC X(18) VALUE 'BLOQUE EN AVAL  : '.         00002070
           05  LA-PROG    PIC X(8).                                     00002080
           05  FILLER     PIC X(12) VALUE ' (PREALABLE '.               00002090
           05  LA-CAUSE   PIC X(8).                                     00002100
           05  FILLER     PIC X(4)  VALUE ') - '.                       00002110
           05  LA-SITU    PIC X(31).                                    00002120
           05  FILLER     PIC X(41) VALUE SPACE.                        00002130
       01  W-CK-TEXTE.                                                  00002140
           05  FILLER     PIC X(12) VALUE 'CHKKA NCNCP '.               00002150
           05  WCK-NCNCP  PIC X(11).                                    00002160
           05  FILLER     PIC X(7)  VALUE ' DCD1A '.                    00002170
           05  WCK-DCD1A  PIC 9(8).                                     00002180
           05  FILLER     PIC X(22) VALUE SPACE.                        00002190
       01  W-CT-TEXTE.                                                  00002200
           05  FILLER     PIC X(27) VALUE                               00002210
               'CHKFILE ENREG. TRAITES     '.                           00002220
           05  WCT-RECS   PIC Z(8)9.                                    00002230
           05  FILLER     PIC X(24) VALUE SPACE.                        00002240
       01  LIGNE-TOT.                                                   00002250
           05  LT-LIB     PIC X(30).                                    00002260
           05  LT-CPT     PIC Z(8)9.                                    00002270
           05  FILLER     PIC X(93) VALUE SPACE.                        00002280
       PROCEDURE DIVISION.                                              00002290
       0000-MAINLINE.                                                   00002300
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00002310
           PERFORM 2000-LIRE-OPSLOG THRU 2000-FIN.                      00002320
           IF OPS-STATUS NOT = '00' AND OPS-STATUS NOT = '10'           00002330
              GOBACK                                                    00002340
           END-IF.                                                      00002350
           PERFORM 3000-BLOCAGES THRU 3000-FIN.                         00002360
           PERFORM 4000-EDITER THRU 4000-FIN.                           00002370
           GOBACK.                                                      00002380
      ******************************************************************00002390
      *  1000 : DATE DE TRAITEMENT ET PREALABLES SUPPLEMENTAIRES       *00002400
      ******************************************************************00002410
       1000-INITIALISER.                                                00002420
           MOVE 'C' TO X99-FONCTION.                                    00002430
           CALL 'SY0099' USING SY0099-PARMS.                            00002440
           MOVE X99-DATE-8 TO W-DATE-VOULUE.                            00002450
           OPEN INPUT PRM-FICHIER.                                      00002460
           IF PRM-STATUS = '00'                                         00002470
              READ PRM-FICHIER                                          00002480
                 AT END                                                 00002490
                 MOVE ZERO TO PRM-DATE                                  00002500
              END-READ                                                  00002510
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00002520
                 MOVE PRM-DATE TO W-DATE-VOULUE                         00002530
              END-IF                                                    00002540
              CLOSE PRM-FICHIER                                         00002550
           END-IF.                                                      00002560
           STRING W-DV-AAAA '-' W-DV-MM '-' W-DV-JJ                     00002570
                  DELIMITED BY SIZE INTO W-JOUR.                        00002580
           OPEN INPUT DEP-FICHIER.                                      00002590
           IF DEP-STATUS NOT = '00'                                     00002600
              GO TO 1000-FIN                                            00002610
           END-IF.                                                      00002620
           PERFORM 1100-LIRE-DEP THRU 1100-FIN                          00002630
              UNTIL DEP-TERMINE.                                        00002640
           CLOSE DEP-FICHIER.                                           00002650
       1000-FIN. EXIT.                                                  00002660
       1100-LIRE-DEP.                                                   00002670
           READ DEP-FICHIER                                             00002680
              AT END                                                    00002690
              MOVE '1' TO FIN-DEP                                       00002700
              GO TO 1100-FIN                                            00002710
           END-READ.                                                    00002720
           IF DEP-PROGRAMME = SPACE OR DEP-PREALABLE = SPACE            00002730
              OR DEP-PROGRAMME (1:1) = '*'                              00002740
              GO TO 1100-FIN                                            00002750
           END-IF.                                                      00002760
           IF W-DEP-CPT NOT < 50                                        00002770
              DISPLAY 'TABLE DES PREALABLES SATUREE - IGNORE : '        00002780
                      DEP-PROGRAMME ' ' DEP-PREALABLE                   00002790
              GO TO 1100-FIN                                            00002800
           END-IF.                                                      00002810
           ADD 1 TO W-DEP-CPT.                                          00002820
           MOVE DEP-PROGRAMME TO W-DEP-PROG (W-DEP-CPT).                00002830
           MOVE DEP-PREALABLE TO W-DEP-PREA (W-DEP-CPT).                00002840
       1100-FIN. EXIT.                                                  00002850
      ******************************************************************00002860
      *  2000 : DERNIER PASSAGE DE CHAQUE PROGRAMME CE JOUR-LA         *00002870
      ******************************************************************00002880
       2000-LIRE-OPSLOG.                                                00002890
           OPEN INPUT OPS-FICHIER.                                      00002900
           IF OPS-STATUS NOT = '00'                                     00002910
              DISPLAY 'JOURNAL OPSLOG INDISPONIBLE - STATUT '           00002920
                      OPS-STATUS                                        00002930
              MOVE 8 TO RETURN-CODE                                     00002940
              GO TO 2000-FIN                                            00002950
           END-IF.                                                      00002960
           PERFORM 2100-LIRE-UN THRU 2100-FIN                           00002970
              UNTIL OPS-TERMINE.                                        00002980
           CLOSE OPS-FICHIER.                                           00002990
           PERFORM 2300-CLASSER THRU 2300-FIN                           00003000
              VARYING W-PX FROM 1 BY 1                                  00003010
              UNTIL W-PX > W-PGM-CPT.                                   00003020
       2000-FIN. EXIT.                                                  00003030
       2100-LIRE-UN.                                                    00003040
           READ OPS-FICHIER                                             00003050
              AT END                                                    00003060
              MOVE '1' TO FIN-OPS                                       00003070
              GO TO 2100-FIN                                            00003080
           END-READ.                                                    00003090
           IF OPS-TIMESTAMP (1:10) NOT = W-JOUR                         00003100
              GO TO 2100-FIN                                            00003110
           END-IF.                                                      00003120
           MOVE OPS-PROGRAMME TO W-NOM.                                 00003130
           PERFORM 2200-CHERCHER-PGM THRU 2200-FIN.                     00003140
           MOVE W-QX TO W-PX.                                           00003150
           IF W-TROUVE = 'N'                                            00003160
              IF OPS-PHASE NOT = 'D'                                    00003170
                 GO TO 2100-FIN                                         00003180
              END-IF                                                    00003190
              IF W-PGM-CPT NOT < 100                                    00003200
                 DISPLAY 'TABLE DES PROGRAMMES SATUREE - IGNORE : '     00003210
                         OPS-PROGRAMME                                  00003220
                 GO TO 2100-FIN                                         00003230
              END-IF                                                    00003240
              ADD 1 TO W-PGM-CPT                                        00003250
              MOVE W-PGM-CPT TO W-PX                                    00003260
              MOVE OPS-PROGRAMME TO W-PGM-NOM (W-PX)                    00003270
              MOVE ZERO TO W-PGM-NB-D (W-PX)                            00003280
           END-IF.                                                      00003290
           IF OPS-PHASE = 'D'                                           00003300
              ADD 1 TO W-PGM-NB-D (W-PX)                                00003310
              MOVE 'N' TO W-PGM-VU-F (W-PX)                             00003320
              MOVE 'N' TO W-PGM-VU-I (W-PX)                             00003330
              MOVE OPS-TIMESTAMP (12:8) TO W-PGM-HDEB (W-PX)            00003340
              MOVE SPACE TO W-PGM-HFIN (W-PX)                           00003350
              MOVE SPACE TO W-PGM-ETAT (W-PX)                           00003360
              MOVE ZERO TO W-PGM-CPT-I (W-PX)                           00003370
           END-IF.                                                      00003380
           IF OPS-PHASE = 'I'                                           00003390
              MOVE 'O' TO W-PGM-VU-I (W-PX)                             00003400
              MOVE OPS-CPT-ENTREE TO W-PGM-CPT-I (W-PX)                 00003410
           END-IF.                                                      00003420
           IF OPS-PHASE = 'F'                                           00003430
              MOVE 'O' TO W-PGM-VU-F (W-PX)                             00003440
              MOVE OPS-TIMESTAMP (12:8) TO W-PGM-HFIN (W-PX)            00003450
              MOVE OPS-ETAT TO W-PGM-ETAT (W-PX)                        00003460
           END-IF.                                                      00003470
       2100-FIN. EXIT.                                                  00003480
       2200-CHERCHER-PGM.                                               00003490
           MOVE 'N' TO W-TROUVE.                                        00003500
           PERFORM 2210-COMPARER-PGM THRU 2210-FIN                      00003510
              VARYING W-IX FROM 1 BY 1                                  00003520
              UNTIL W-IX > W-PGM-CPT OR W-TROUVE = 'O'.                 00003530
       2200-FIN. EXIT.                                                  00003540
       2210-COMPARER-PGM.                                               00003550
           IF W-PGM-NOM (W-IX) = W-NOM                                  00003560
              MOVE 'O' TO W-TROUVE                                      00003570
              MOVE W-IX TO W-QX                                         00003580
           END-IF.                                                      00003590
       2210-FIN. EXIT.                                                  00003600
       2300-CLASSER.                                                    00003610
           ADD 1 TO W-NB-VUS.                                           00003620
           IF W-PGM-VU-F (W-PX) = 'N'                                   00003630
              MOVE 'I' TO W-PGM-SITU (W-PX)                             00003640
              ADD 1 TO W-NB-INCOMPLETS                                  00003650
              GO TO 2300-FIN                                            00003660
           END-IF.                                                      00003670
           IF W-PGM-ETAT (W-PX) (1:2) = 'OK'                            00003680
              MOVE 'T' TO W-PGM-SITU (W-PX)                             00003690
              ADD 1 TO W-NB-TERMINES                                    00003700
           ELSE                                                         00003710
              MOVE 'E' TO W-PGM-SITU (W-PX)                             00003720
              ADD 1 TO W-NB-ECHECS                                      00003730
           END-IF.                                                      00003740
       2300-FIN. EXIT.                                                  00003750
      ******************************************************************00003760
      *  3000 : PROPAGATION DES BLOCAGES LE LONG DES PREALABLES        *00003770
      ******************************************************************00003780
       3000-BLOCAGES.                                                   00003790
           MOVE 'O' TO W-CHANGE.                                        00003800
           PERFORM 3100-PASSE THRU 3100-FIN                             00003810
              UNTIL W-CHANGE = 'N'.                                     00003820
       3000-FIN. EXIT.                                                  00003830
       3100-PASSE.                                                      00003840
           MOVE 'N' TO W-CHANGE.                                        00003850
           PERFORM 3200-PREALABLE THRU 3200-FIN                         00003860
              VARYING W-DX FROM 1 BY 1                                  00003870
              UNTIL W-DX > W-DEP-CPT.                                   00003880
       3100-FIN. EXIT.                                                  00003890
       3200-PREALABLE.                                                  00003900
           MOVE W-DEP-PROG (W-DX) TO W-NOM.                             00003910
           PERFORM 3300-CHERCHER-BLQ THRU 3300-FIN.                     00003920
           IF W-TROUVE = 'O'                                            00003930
              GO TO 3200-FIN                                            00003940
           END-IF.                                                      00003950
           MOVE W-DEP-PREA (W-DX) TO W-NOM.                             00003960
           PERFORM 3300-CHERCHER-BLQ THRU 3300-FIN.                     00003970
           IF W-TROUVE = 'N'                                            00003980
              PERFORM 2200-CHERCHER-PGM THRU 2200-FIN                   00003990
              IF W-TROUVE = 'O'                                         00004000
                 IF W-PGM-SITU (W-QX) = 'T'                             00004010
                    MOVE 'N' TO W-TROUVE                                00004020
                 END-IF                                                 00004030
              END-IF                                                    00004040
           END-IF.                                                      00004050
           IF W-TROUVE = 'N'                                            00004060
              GO TO 3200-FIN                                            00004070
           END-IF.                                                      00004080
           IF W-NB-BLOQUES NOT < 50                                     00004090
              DISPLAY 'TABLE DES BLOCAGES SATUREE - IGNORE : '          00004100
                      W-DEP-PROG (W-DX)                                 00004110
              GO TO 3200-FIN                                            00004120
           END-IF.                                                      00004130
           ADD 1 TO W-NB-BLOQUES.                                       00004140
           MOVE W-DEP-PROG (W-DX) TO W-BLQ-PROG (W-NB-BLOQUES).         00004150
           MOVE W-DEP-PREA (W-DX) TO W-BLQ-CAUSE (W-NB-BLOQUES).        00004160
           MOVE 'O' TO W-CHANGE.                                        00004170
       3200-FIN. EXIT.                                                  00004180
       3300-CHERCHER-BLQ.                                               00004190
           MOVE 'N' TO W-TROUVE.                                        00004200
           PERFORM 3310-COMPARER-BLQ THRU 3310-FIN                      00004210
              VARYING W-IX FROM 1 BY 1                                  00004220
              UNTIL W-IX > W-NB-BLOQUES OR W-TROUVE = 'O'.              00004230
       3300-FIN. EXIT.                                                  00004240
       3310-COMPARER-BLQ.                                               00004250
           IF W-BLQ-PROG (W-IX) = W-NOM                                 00004260
              MOVE 'O' TO W-TROUVE                                      00004270
              MOVE W-IX TO W-BX                                         00004280
           END-IF.                                                      00004290
       3310-FIN. EXIT.                                                  00004300
      ******************************************************************00004310
      *  4000 : EDITION DU CONSEIL DE REPRISE                          *00004320
      ******************************************************************00004330
       4000-EDITER.                                                     00004340
           OPEN OUTPUT RPT-FICHIER.                                     00004350
           MOVE W-JOUR TO LTI-JOUR.                                     00004360
           WRITE RPT-REC FROM LIGNE-TITRE.                              00004370
           MOVE SPACE TO RPT-REC.                                       00004380
           WRITE RPT-REC.                                               00004390
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE.                         00004400
           PERFORM 4100-ETAPE THRU 4100-FIN                             00004410
              VARYING W-PX FROM 1 BY 1                                  00004420
              UNTIL W-PX > W-PGM-CPT.                                   00004430
           MOVE SPACE TO RPT-REC.                                       00004440
           WRITE RPT-REC.                                               00004450
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE-2.                       00004460
           PERFORM 4450-BLOQUE THRU 4450-FIN                            00004470
              VARYING W-BX FROM 1 BY 1                                  00004480
              UNTIL W-BX > W-NB-BLOQUES.                                00004490
           MOVE SPACE TO RPT-REC.                                       00004500
           WRITE RPT-REC.                                               00004510
           MOVE 'PROGRAMMES PASSES CE JOUR     ' TO LT-LIB.             00004520
           MOVE W-NB-VUS TO LT-CPT.                                     00004530
           WRITE RPT-REC FROM LIGNE-TOT.                                00004540
           MOVE 'TERMINES                      ' TO LT-LIB.             00004550
           MOVE W-NB-TERMINES TO LT-CPT.                                00004560
           WRITE RPT-REC FROM LIGNE-TOT.                                00004570
           MOVE 'EN ECHEC                      ' TO LT-LIB.             00004580
           MOVE W-NB-ECHECS TO LT-CPT.                                  00004590
           WRITE RPT-REC FROM LIGNE-TOT.                                00004600
           MOVE 'INCOMPLETS                    ' TO LT-LIB.             00004610
           MOVE W-NB-INCOMPLETS TO LT-CPT.                              00004620
           WRITE RPT-REC FROM LIGNE-TOT.                                00004630
           MOVE 'ETAPES BLOQUEES EN AVAL       ' TO LT-LIB.             00004640
           MOVE W-NB-BLOQUES TO LT-CPT.                                 00004650
           WRITE RPT-REC FROM LIGNE-TOT.                                00004660
           CLOSE RPT-FICHIER.                                           00004670
           DISPLAY 'DATE DE TRAITEMENT    = ' W-JOUR.                   00004680
           DISPLAY 'EN ECHEC              = ' W-NB-ECHECS.              00004690
           DISPLAY 'INCOMPLETS            = ' W-NB-INCOMPLETS.          00004700
           DISPLAY 'BLOQUES EN AVAL       = ' W-NB-BLOQUES.             00004710
           IF W-NB-ECHECS NOT = ZERO OR W-NB-INCOMPLETS NOT = ZERO      00004720
              MOVE 4 TO RETURN-CODE                                     00004730
           END-IF.                                                      00004740
       4000-FIN. EXIT.                                                  00004750
       4100-ETAPE.                                                      00004760
           IF W-PGM-SITU (W-PX) = 'T'                                   00004770
              GO TO 4100-FIN                                            00004780
           END-IF.                                                      00004790
           MOVE SPACE TO RPT-REC.                                       00004800
           WRITE RPT-REC.                                               00004810
           MOVE W-PGM-NOM (W-PX) TO LE-PROG.                            00004820
           IF W-PGM-SITU (W-PX) = 'I'                                   00004830
              MOVE 'INCOMPLET - FIN NON JOURNALISEE' TO LE-SITU         00004840
           ELSE                                                         00004850
              MOVE 'ECHEC - FIN EN ERREUR' TO LE-SITU                   00004860
           END-IF.                                                      00004870
           MOVE W-PGM-HDEB (W-PX) TO LE-HDEB.                           00004880
           MOVE W-PGM-ETAT (W-PX) TO LE-ETAT.                           00004890
           MOVE W-PGM-CPT-I (W-PX) TO LE-CPT-I.                         00004900
           WRITE RPT-REC FROM LIGNE-ETAPE.                              00004910
           PERFORM 4200-POINT-REPRISE THRU 4200-FIN.                    00004920
           PERFORM 4300-CONSEIL THRU 4300-FIN.                          00004930
           MOVE W-PGM-NOM (W-PX) TO W-NOM.                              00004940
           PERFORM 4400-AVAL THRU 4400-FIN                              00004950
              VARYING W-BX FROM 1 BY 1                                  00004960
              UNTIL W-BX > W-NB-BLOQUES.                                00004970
       4100-FIN. EXIT.                                                  00004980
       4200-POINT-REPRISE.                                              00004990
           MOVE 'N' TO W-CK-LU.                                         00005000
           MOVE SPACE TO LR-TEXTE.                                      00005010
           IF W-PGM-NOM (W-PX) = 'JQGM85'                               00005020
              OPEN INPUT CKM-FICHIER                                    00005030
              IF CKM-STATUS = '00'                                      00005040
                 READ CKM-FICHIER                                       00005050
                    NOT AT END                                          00005060
                    IF CKM-NCNCP NOT = SPACE                            00005070
                       MOVE 'O' TO W-CK-LU                              00005080
                       MOVE CKM-NCNCP TO WCK-NCNCP                      00005090
                       MOVE CKM-DCD1A TO WCK-DCD1A                      00005100
                       MOVE W-CK-TEXTE TO LR-TEXTE                      00005110
                    END-IF                                              00005120
                 END-READ                                               00005130
                 CLOSE CKM-FICHIER                                      00005140
              END-IF                                                    00005150
           END-IF.                                                      00005160
           IF W-PGM-NOM (W-PX) = 'JQGF85'                               00005170
              OPEN INPUT CKF-FICHIER                                    00005180
              IF CKF-STATUS = '00'                                      00005190
                 READ CKF-FICHIER                                       00005200
                    NOT AT END                                          00005210
                    IF CKF-NCNCP NOT = SPACE                            00005220
                       MOVE 'O' TO W-CK-LU                              00005230
                       MOVE CKF-NCNCP TO WCK-NCNCP                      00005240
                       MOVE CKF-DCD1A TO WCK-DCD1A                      00005250
                       MOVE W-CK-TEXTE TO LR-TEXTE                      00005260
                    END-IF                                              00005270
                 END-READ                                               00005280
                 CLOSE CKF-FICHIER                                      00005290
              END-IF                                                    00005300
           END-IF.                                                      00005310
           IF W-PGM-NOM (W-PX) = 'TRIMAIN'                              00005320
              OPEN INPUT CKT-FICHIER                                    00005330
              IF CKT-STATUS = '00'                                      00005340
                 READ CKT-FICHIER                                       00005350
                    NOT AT END                                          00005360
                    IF CKT-RECS-DONE NUMERIC                            00005370
                       AND CKT-RECS-DONE NOT = ZERO                     00005380
                       MOVE 'O' TO W-CK-LU                              00005390
                       MOVE CKT-RECS-DONE TO WCT-RECS                   00005400
                       MOVE W-CT-TEXTE TO LR-TEXTE                      00005410
                    END-IF                                              00005420
                 END-READ                                               00005430
                 CLOSE CKT-FICHIER                                      00005440
              END-IF                                                    00005450
           END-IF.                                                      00005460
           IF W-PGM-NOM (W-PX) NOT = 'JQGM85'                           00005470
              AND W-PGM-NOM (W-PX) NOT = 'JQGF85'                       00005480
              AND W-PGM-NOM (W-PX) NOT = 'TRIMAIN'                      00005490
              MOVE 'PROGRAMME SANS POINT DE REPRISE' TO LR-TEXTE        00005500
           ELSE                                                         00005510
              IF W-CK-LU = 'N'                                          00005520
                 MOVE 'AUCUN POINT DE REPRISE ENREGISTRE' TO LR-TEXTE   00005530
              END-IF                                                    00005540
           END-IF.                                                      00005550
           WRITE RPT-REC FROM LIGNE-REPRISE.                            00005560
       4200-FIN. EXIT.                                                  00005570
       4300-CONSEIL.                                                    00005580
           IF W-CK-LU = 'N'                                             00005590
              IF W-PGM-SITU (W-PX) = 'I'                                00005600
                 MOVE 'RELANCE DU DEBUT SURE' TO LC-TEXTE               00005610
              ELSE                                                      00005620
                 MOVE                                                   00005630
                 'CORRIGER LA CAUSE DE L''ECHEC PUIS RELANCER DU DEBUT' 00005640
                   TO LC-TEXTE                                          00005650
              END-IF                                                    00005660
              GO TO 4300-ECRIRE                                         00005670
           END-IF.                                                      00005680
           IF W-PGM-SITU (W-PX) = 'E'                                   00005690
              MOVE                                                      00005700
              'CORRIGER, VIDER LE FICHIER DE REPRISE, RELANCER DU DEBUT'00005710
                TO LC-TEXTE                                             00005720
              GO TO 4300-ECRIRE                                         00005730
           END-IF.                                                      00005740
           IF W-PGM-VU-I (W-PX) = 'O'                                   00005750
              MOVE 'REPRISE SURE : RELANCER TEL QUEL, REPRISE AU POINT' 00005760
                TO LC-TEXTE                                             00005770
           ELSE                                                         00005780
              MOVE                                                      00005790
              'REPRISE NON SURE : POINT ANTERIEUR, VIDER PUIS RELANCER' 00005800
                TO LC-TEXTE                                             00005810
           END-IF.                                                      00005820
       4300-ECRIRE.                                                     00005830
           WRITE RPT-REC FROM LIGNE-CONSEIL.                            00005840
       4300-FIN. EXIT.                                                  00005850
       4400-AVAL.                                                       00005860
           IF W-BLQ-CAUSE (W-BX) NOT = W-NOM                            00005870
              GO TO 4400-FIN                                            00005880
           END-IF.                                                      00005890
           PERFORM 4500-LIGNE-AVAL THRU 4500-FIN.                       00005900
       4400-FIN. EXIT.                                                  00005910
       4450-BLOQUE.                                                     00005920
           PERFORM 4500-LIGNE-AVAL THRU 4500-FIN.                       00005930
       4450-FIN. EXIT.                                                  00005940
       4500-LIGNE-AVAL.                                                 00005950
           MOVE W-BLQ-PROG (W-BX) TO LA-PROG.                           00005960
           MOVE W-BLQ-CAUSE (W-BX) TO LA-CAUSE.                         00005970
           MOVE 'NON PASSE' TO LA-SITU.                                 00005980
           MOVE W-NOM TO W-NOM-SAUVE.                                   00005990
           MOVE W-BLQ-PROG (W-BX) TO W-NOM.                             00006000
           PERFORM 2200-CHERCHER-PGM THRU 2200-FIN.                     00006010
           MOVE W-NOM-SAUVE TO W-NOM.                                   00006020
           IF W-TROUVE = 'O'                                            00006030
              IF W-PGM-SITU (W-QX) = 'T'                                00006040
                 MOVE 'PASSE - A REFAIRE APRES REPRISE' TO LA-SITU      00006050
              ELSE                                                      00006060
                 MOVE 'LUI-MEME EN DEFAUT' TO LA-SITU                   00006070
              END-IF                                                    00006080
           END-IF.                                                      00006090
           WRITE RPT-REC FROM LIGNE-AVAL.                               00006100
       4500-FIN. EXIT.                                                  00006110

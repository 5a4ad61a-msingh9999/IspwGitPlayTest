      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0084                             *00000020
      *  NOM                  : SY0084                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : REVUE PERIODIQUE DES HABILITATIONS     *00000070
      *                         DES UTILITAIRES DE MISE A JOUR.  LISTE *00000080
      *                         LA REFERENCE AUTREF PAR OPERATEUR ET   *00000090
      *                         PROGRAMME AVEC LES FONCTIONS DETENUES  *00000100
      *                         (DROITS INCONNUS OU VIDES SIGNALES),   *00000110
      *                         PUIS LES TENTATIVES REFUSEES DU        *00000120
      *                         JOURNAL SECAUD DEPUIS LA DATE DE LA    *00000130
      *                         CARTE AUTPRM (TOUT LE JOURNAL SANS     *00000140
      *                         CARTE), REGROUPEES PAR OPERATEUR ET    *00000150
      *                         PROGRAMME.  CODE RETOUR 4 SI DES       *00000160
      *                         TENTATIVES ONT ETE REFUSEES, 8 SI      *00000170
      *                         AUTREF EST ABSENT.                     *00000180
      ******************************************************************00000190
                                                                        00000200
       IDENTIFICATION DIVISION.                                         00000210
       PROGRAM-ID.        SY0084.                                       00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT     PRM-FICHIER   ASSIGN    TO  AUTPRM                00000260
           FILE STATUS IS                     PRM-STATUS.               00000270
           SELECT     AUT-FICHIER   ASSIGN    TO  AUTREF                00000280
           FILE STATUS IS                     AUT-STATUS.               00000290
           SELECT     SEC-FICHIER   ASSIGN    TO  SECAUD                00000300
           FILE STATUS IS                     SEC-STATUS.               00000310
           SELECT     RPT-FICHIER   ASSIGN    TO  AUTRPT.               00000320
       DATA DIVISION.                                                   00000330
       FILE SECTION.                                                    00000340
       FD  PRM-FICHIER                                                  00000350
           LABEL RECORDS STANDARD                                       00000360
           BLOCK CONTAINS 0 RECORDS                                     00000370
           RECORDING MODE IS F.                                         00000380
       01  PRM-REC.                                                     00000390
           05  PRM-DATE            PIC 9(8).                            00000400
           05  FILLER              PIC X(72).                           00000410
      *    REFERENCE DES HABILITATIONS (VOIR SY0085)                    00000420
       FD  AUT-FICHIER                                                  00000430
           LABEL RECORDS STANDARD                                       00000440
           BLOCK CONTAINS 0 RECORDS                                     00000450
           RECORDING MODE IS F.                                         00000460
       01  AUT-REC.                                                     00000470
           05  AUT-OPERATEUR       PIC X(8).                            00000480
           05  AUT-PROGRAMME       PIC X(8).                            00000490
           05  AUT-FONCTIONS       PIC X(8).                            00000500
           05  AUT-NOM             PIC X(24).                           00000510
           05  AUT-ACCORDE-PAR     PIC X(8).                            00000520
           05  AUT-DATE-ACCORD     PIC 9(8).                            00000530
           05  FILLER              PIC X(16).                           00000540
      *    JOURNAL DE SECURITE ALIMENTE PAR SY0085                      00000550
       FD  SEC-FICHIER                                                  00000560
           LABEL RECORDS STANDARD                                       00000570
           BLOCK CONTAINS 0 RECORDS                                     00000580
           RECORDING MODE IS F.                                         00000590
       01  SEC-REC.                                                     00000600
           05  SEC-TIMESTAMP       PIC X(26).                           00000610
           05  SEC-OPERATEUR       PIC X(8).                            00000620
           05  SEC-PROGRAMME       PIC X(8).                            00000630
           05  SEC-FONCTION        PIC X.                               00000640
           05  SEC-CLE             PIC X(24).                           00000650
           05  SEC-MOTIF           PIC X(30).                           00000660
           05  FILLER              PIC X(3).                            00000670
       FD  RPT-FICHIER                                                  00000680
           LABEL RECORDS STANDARD                                       00000690
           BLOCK CONTAINS 0 RECORDS                                     00000700
           RECORDING MODE IS F.                                         00000710
       01  RPT-REC                 PIC X(132).                          00000720
       WORKING-STORAGE SECTION.                                         00000730
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00000740
       01  AUT-STATUS              PIC XX VALUE ZERO.                   00000750
       01  SEC-STATUS              PIC XX VALUE ZERO.                   00000760
       01  FIN-AUT                 PIC X  VALUE '0'.                    00000770
           88  AUT-TERMINE                VALUE '1'.                    00000780
       01  FIN-SEC                 PIC X  VALUE '0'.                    00000790
           88  SEC-TERMINE                VALUE '1'.                    00000800
       01  W-DATE-JOUR             PIC 9(8) VALUE ZERO.                 00000810
       01  W-DATE-DEPUIS           PIC 9(8) VALUE ZERO.                 00000820
       01  W-DATE-X.                                                    00000830
           05  W-DX-AAAA           PIC X(4).                            00000840
           05  W-DX-MM             PIC X(2).                            00000850
           05  W-DX-JJ             PIC X(2).                            00000860
       01  W-DATE-9 REDEFINES W-DATE-X PIC 9(8).                        00000870
       01  W-JOUR                  PIC X(10) VALUE SPACE.               00000880
       01  W-DEPUIS                PIC X(10) VALUE SPACE.               00000890
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00000900
       01  W-JX                    PIC 9(3) VALUE ZERO.                 00000910
       01  W-QX                    PIC 9(3) VALUE ZERO.                 00000920
       01  W-DEB                   PIC 9(3) VALUE ZERO.                 00000930
       01  W-TROUVE                PIC X  VALUE 'N'.                    00000940
       01  W-NB                    PIC 9(3) VALUE ZERO.                 00000950
       01  W-PTR                   PIC 9(3) VALUE ZERO.                 00000960
       01  W-FONC                  PIC X(8) VALUE SPACE.                00000970
       01  W-OPER-PREC             PIC X(8) VALUE SPACE.                00000980
       01  W-NB-OPER               PIC 9(5) VALUE ZERO.                 00000990
       01  W-NB-ANOM               PIC 9(5) VALUE ZERO.                 00001000
       01  W-NB-REFUS              PIC 9(7) VALUE ZERO.                 00001010
       01  W-NB-HORS-REF           PIC 9(5) VALUE ZERO.                 00001020
      *    HABILITATIONS DE LA REFERENCE, TRIEES OPERATEUR/PROGRAMME    00001030
       01  W-HAB-CPT               PIC 9(3) VALUE ZERO.                 00001040
       01  W-HAB-TABLE.                                                 00001050
           05  W-HAB-ENT           OCCURS 500 TIMES.                    00001060
               10  W-HAB-CLE.                                           00001070
                   15  W-HAB-OPER  PIC X(8).                            00001080
                   15  W-HAB-PROG  PIC X(8).                            00001090
               10  W-HAB-FONC      PIC X(8).                            00001100
               10  W-HAB-NOM       PIC X(24).                           00001110
               10  W-HAB-ACCPAR    PIC X(8).                            00001120
               10  W-HAB-DATE      PIC 9(8).                            00001130
               10  W-HAB-REFUS     PIC 9(5).                            00001140
       01  W-HAB-SAUVE             PIC X(69) VALUE SPACE.               00001150
      *    TENTATIVES REFUSEES PAR OPERATEUR/PROGRAMME                  00001160
       01  W-REF-CPT               PIC 9(3) VALUE ZERO.                 00001170
       01  W-REF-TABLE.                                                 00001180
           05  W-REF-ENT           OCCURS 200 TIMES.                    00001190
               10  W-REF-OPER      PIC X(8).                            00001200
               10  W-REF-PROG      PIC X(8).                            00001210
               10  W-REF-NB        PIC 9(5).                            00001220
               10  W-REF-DERN      PIC X(19).                           00001230
               10  W-REF-FONC      PIC X.                               00001240
               10  W-REF-MOTIF     PIC X(30).                           00001250
               10  W-REF-CONNU     PIC X.                               00001260
       COPY SY0099.                                                     00001270
       01  LIGNE-TITRE.                                                 00001280
           05  FILLER     PIC X(38) VALUE                               00001290
               'REVUE DES HABILITATIONS OPERATEUR AU '.                 00001300
           05  LTI-JOUR   PIC X(10).                                    00001310
           05  FILLER     PIC X(23) VALUE                               00001320
               '   - REFUS DEPUIS LE : '.                               00001330
           05  LTI-DEPUIS PIC X(10).                                    00001340
           05  FILLER     PIC X(51) VALUE SPACE.                        00001350
       01  LIGNE-SOUS-TITRE.                                            00001360
           05  LST-TEXTE  PIC X(40).                                    00001370
           05  FILLER     PIC X(92) VALUE SPACE.                        00001380
       01  LIGNE-ENTETE-HAB.                                            00001390
           05  FILLER     PIC X(44) VALUE                               00001400
               'OPERATEUR NOM                       PROGRAMM'.          00001410
           05  FILLER     PIC X(44) VALUE                               00001420
               'E DROITS                            ACCORDE'.           00001430
           05  FILLER     PIC X(44) VALUE                               00001440
               'PAR  LE          REFUS OBSERVATION'.                    00001450
       01  LIGNE-HAB.                                                   00001460
           05  LH-OPER    PIC X(8).                                     00001470
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001480
           05  LH-NOM     PIC X(24).                                    00001490
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001500
           05  LH-PROG    PIC X(8).                                     00001510
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001520
           05  LH-DROITS  PIC X(32).                                    00001530
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001540
           05  LH-ACCPAR  PIC X(8).                                     00001550
           05  FILLER     PIC X(5)  VALUE SPACE.                        00001560
           05  LH-DATE    PIC X(10).                                    00001570
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001580
           05  LH-REFUS   PIC ZZZZ9.                                    00001590
           05  FILLER     PIC X     VALUE SPACE.                        00001600
           05  LH-OBS     PIC X(21).                                    00001610
       01  LIGNE-ENTETE-REF.                                            00001620
           05  FILLER     PIC X(44) VALUE                               00001630
               'OPERATEUR PROGRAMME NOMBRE  DERNIERE TENTATI'.          00001640
           05  FILLER     PIC X(44) VALUE                               00001650
               'VE       FONC DERNIER MOTIF'.                           00001660
           05  FILLER     PIC X(44) VALUE                               00001670
               '       OBSERVATION'.                                    00001680
       01  LIGNE-REF.                                                   00001690
           05  LR-OPER    PIC X(8).                                     00001700
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001710
           05  LR-PROG    PIC X(8).                                     00001720
           05  FILLER     PIC X(2)  VALUE SPACE.                        00001730
           05  LR-NB      PIC ZZZZ9.                                    00001740
           05  FILLER     PIC X(3)  VALUE SPACE.                        00001750
           05  LR-DERN    PIC X(19).                                    00001760
           05  FILLER     PIC X(6)  VALUE SPACE.                        00001770
           05  LR-FONC    PIC X.                                        00001780
           05  FILLER     PIC X(4)  VALUE SPACE.                        00001790
           05  LR-MOTIF   PIC X(30).                                    00001800
           05  FILLER     PIC X(7)  VALUE SPACE.                        00001810
           05  LR-OBS     PIC X(37).                                    00001820
       01  LIGNE-TOT.                                                   00001830
           05  LT-LIB     PIC X(30).                                    00001840
           05  LT-CPT     PIC Z(6)9.                                    00001850
           05  FILLER     PIC X(95) VALUE SPACE.                        00001860
       PROCEDURE DIVISION.                                              00001870
       0000-MAINLINE.                                                   00001880
           PERFORM 1000-INITIALISER THRU 1000-FIN.                      00001890
           PERFORM 2000-CHARGER-AUTREF THRU 2000-FIN.                   00001900
           IF AUT-STATUS NOT = '00' AND AUT-STATUS NOT = '10'           00001910
              GOBACK                                                    00001920
           END-IF.                                                      00001930
           PERFORM 3000-LIRE-SECAUD THRU 3000-FIN.                      00001940
           PERFORM 4000-EDITER THRU 4000-FIN.                           00001950
           GOBACK.                                                      00001960
      ******************************************************************00001970
      *  1000 : DATE DU JOUR ET DEBUT DE LA PERIODE REVUE              *00001980
      ******************************************************************00001990
       1000-INITIALISER.                                                00002000
           MOVE 'C' TO X99-FONCTION.                                    00002010
           CALL 'SY0099' USING SY0099-PARMS.                            00002020
           MOVE X99-DATE-8 TO W-DATE-JOUR.                              00002030
           MOVE W-DATE-JOUR TO W-DATE-9.                                00002040
           STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ                     00002050
                  DELIMITED BY SIZE INTO W-JOUR.                        00002060
           MOVE 'TOUS     ' TO W-DEPUIS.                                00002070
           OPEN INPUT PRM-FICHIER.                                      00002080
           IF PRM-STATUS = '00'                                         00002090
              READ PRM-FICHIER                                          00002100
                 AT END                                                 00002110
                 MOVE ZERO TO PRM-DATE                                  00002120
              END-READ                                                  00002130
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00002140
                 MOVE PRM-DATE TO W-DATE-DEPUIS                         00002150
                 MOVE W-DATE-DEPUIS TO W-DATE-9                         00002160
                 STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ               00002170
                        DELIMITED BY SIZE INTO W-DEPUIS                 00002180
              END-IF                                                    00002190
              CLOSE PRM-FICHIER                                         00002200
           END-IF.                                                      00002210
           MOVE W-JOUR TO LTI-JOUR.                                     00002220
           MOVE W-DEPUIS TO LTI-DEPUIS.                                 00002230
           OPEN OUTPUT RPT-FICHIER.                                     00002240
           WRITE RPT-REC FROM LIGNE-TITRE.                              00002250
       1000-FIN. EXIT.                                                  00002260
      ******************************************************************00002270
      *  2000 : CHARGEMENT ET TRI DE LA REFERENCE AUTREF               *00002280
      ******************************************************************00002290
       2000-CHARGER-AUTREF.                                             00002300
           OPEN INPUT AUT-FICHIER.                                      00002310
           IF AUT-STATUS NOT = '00'                                     00002320
              DISPLAY 'REFERENCE DES HABILITATIONS AUTREF ABSENTE - '   00002330
                      'STATUT ' AUT-STATUS                              00002340
              MOVE SPACE TO RPT-REC                                     00002350
              WRITE RPT-REC                                             00002360
              MOVE 'REFERENCE AUTREF ABSENTE' TO LST-TEXTE              00002370
              WRITE RPT-REC FROM LIGNE-SOUS-TITRE                       00002380
              CLOSE RPT-FICHIER                                         00002390
              MOVE 8 TO RETURN-CODE                                     00002400
              GO TO 2000-FIN                                            00002410
           END-IF.                                                      00002420
           PERFORM 2100-LIRE-AUT THRU 2100-FIN                          00002430
              UNTIL AUT-TERMINE.                                        00002440
           CLOSE AUT-FICHIER.                                           00002450
           PERFORM 2200-PASSE THRU 2200-FIN                             00002460
              VARYING W-IX FROM 1 BY 1                                  00002470
              UNTIL W-IX NOT < W-HAB-CPT.                               00002480
       2000-FIN. EXIT.                                                  00002490
       2100-LIRE-AUT.                                                   00002500
           READ AUT-FICHIER                                             00002510
              AT END                                                    00002520
              MOVE '1' TO FIN-AUT                                       00002530
              GO TO 2100-FIN                                            00002540
           END-READ.                                                    00002550
           IF AUT-OPERATEUR = SPACE OR AUT-PROGRAMME = SPACE            00002560
              OR AUT-OPERATEUR (1:1) = '*'                              00002570
              GO TO 2100-FIN                                            00002580
           END-IF.                                                      00002590
           IF W-HAB-CPT NOT < 500                                       00002600
              DISPLAY 'TABLE DES HABILITATIONS SATUREE - IGNORE : '     00002610
                      AUT-OPERATEUR ' ' AUT-PROGRAMME                   00002620
              GO TO 2100-FIN                                            00002630
           END-IF.                                                      00002640
           ADD 1 TO W-HAB-CPT.                                          00002650
           MOVE AUT-OPERATEUR TO W-HAB-OPER (W-HAB-CPT).                00002660
           MOVE AUT-PROGRAMME TO W-HAB-PROG (W-HAB-CPT).                00002670
           MOVE AUT-FONCTIONS TO W-HAB-FONC (W-HAB-CPT).                00002680
           MOVE AUT-NOM TO W-HAB-NOM (W-HAB-CPT).                       00002690
           MOVE AUT-ACCORDE-PAR TO W-HAB-ACCPAR (W-HAB-CPT).            00002700
           IF AUT-DATE-ACCORD NUMERIC                                   00002710
              MOVE AUT-DATE-ACCORD TO W-HAB-DATE (W-HAB-CPT)            00002720
           ELSE                                                         00002730
              MOVE ZERO TO W-HAB-DATE (W-HAB-CPT)                       00002740
           END-IF.                                                      00002750
           MOVE ZERO TO W-HAB-REFUS (W-HAB-CPT).                        00002760
       2100-FIN. EXIT.                                                  00002770
       2200-PASSE.                                                      00002780
           COMPUTE W-DEB = W-IX + 1.                                    00002790
           PERFORM 2210-ECHANGER THRU 2210-FIN                          00002800
              VARYING W-JX FROM W-DEB BY 1                              00002810
              UNTIL W-JX > W-HAB-CPT.                                   00002820
       2200-FIN. EXIT.                                                  00002830
       2210-ECHANGER.                                                   00002840
           IF W-HAB-CLE (W-JX) < W-HAB-CLE (W-IX)                       00002850
              MOVE W-HAB-ENT (W-IX) TO W-HAB-SAUVE                      00002860
              MOVE W-HAB-ENT (W-JX) TO W-HAB-ENT (W-IX)                 00002870
              MOVE W-HAB-SAUVE TO W-HAB-ENT (W-JX)                      00002880
           END-IF.                                                      00002890
       2210-FIN. EXIT.                                                  00002900
      ******************************************************************00002910
      *  3000 : TENTATIVES REFUSEES DE LA PERIODE (SECAUD)             *00002920
      ******************************************************************00002930
       3000-LIRE-SECAUD.                                                00002940
           OPEN INPUT SEC-FICHIER.                                      00002950
           IF SEC-STATUS NOT = '00'                                     00002960
              DISPLAY 'JOURNAL DE SECURITE SECAUD ABSENT - AUCUN REFUS' 00002970
              GO TO 3000-FIN                                            00002980
           END-IF.                                                      00002990
           PERFORM 3100-LIRE-UN THRU 3100-FIN                           00003000
              UNTIL SEC-TERMINE.                                        00003010
           CLOSE SEC-FICHIER.                                           00003020
       3000-FIN. EXIT.                                                  00003030
       3100-LIRE-UN.                                                    00003040
           READ SEC-FICHIER                                             00003050
              AT END                                                    00003060
              MOVE '1' TO FIN-SEC                                       00003070
              GO TO 3100-FIN                                            00003080
           END-READ.                                                    00003090
           IF W-DATE-DEPUIS NOT = ZERO                                  00003100
              AND SEC-TIMESTAMP (1:10) < W-DEPUIS                       00003110
              GO TO 3100-FIN                                            00003120
           END-IF.                                                      00003130
           ADD 1 TO W-NB-REFUS.                                         00003140
           MOVE 'N' TO W-TROUVE.                                        00003150
           PERFORM 3200-CHERCHER-REF THRU 3200-FIN                      00003160
              VARYING W-IX FROM 1 BY 1                                  00003170
              UNTIL W-IX > W-REF-CPT OR W-TROUVE = 'O'.                 00003180
           IF W-TROUVE = 'N'                                            00003190
              IF W-REF-CPT NOT < 200                                    00003200
                 DISPLAY 'TABLE DES REFUS SATUREE - IGNORE : '          00003210
                         SEC-OPERATEUR ' ' SEC-PROGRAMME                00003220
                 GO TO 3100-FIN                                         00003230
              END-IF                                                    00003240
              ADD 1 TO W-REF-CPT                                        00003250
              MOVE W-REF-CPT TO W-QX                                    00003260
              MOVE SEC-OPERATEUR TO W-REF-OPER (W-QX)                   00003270
              MOVE SEC-PROGRAMME TO W-REF-PROG (W-QX)                   00003280
              MOVE ZERO TO W-REF-NB (W-QX)                              00003290
              MOVE 'N' TO W-REF-CONNU (W-QX)                            00003300
           END-IF.                                                      00003310
           ADD 1 TO W-REF-NB (W-QX).                                    00003320
           MOVE SEC-TIMESTAMP (1:19) TO W-REF-DERN (W-QX).              00003330
           MOVE SEC-FONCTION TO W-REF-FONC (W-QX).                      00003340
           MOVE SEC-MOTIF TO W-REF-MOTIF (W-QX).                        00003350
       3100-FIN. EXIT.                                                  00003360
       3200-CHERCHER-REF.                                               00003370
           IF W-REF-OPER (W-IX) = SEC-OPERATEUR                         00003380
              AND W-REF-PROG (W-IX) = SEC-PROGRAMME                     00003390
              MOVE 'O' TO W-TROUVE                                      00003400
              MOVE W-IX TO W-QX                                         00003410
           END-IF.                                                      00003420
       3200-FIN. EXIT.                                                  00003430
      ******************************************************************00003440
      *  4000 : EDITION DE LA REVUE                                    *00003450
      ******************************************************************00003460
       4000-EDITER.                                                     00003470
           PERFORM 4100-CUMULER-REFUS THRU 4100-FIN                     00003480
              VARYING W-QX FROM 1 BY 1                                  00003490
              UNTIL W-QX > W-REF-CPT.                                   00003500
           MOVE SPACE TO RPT-REC.                                       00003510
           WRITE RPT-REC.                                               00003520
           MOVE 'HABILITATIONS PAR OPERATEUR' TO LST-TEXTE.             00003530
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE.                         00003540
           WRITE RPT-REC FROM LIGNE-ENTETE-HAB.                         00003550
           PERFORM 4200-EDITER-HAB THRU 4200-FIN                        00003560
              VARYING W-IX FROM 1 BY 1                                  00003570
              UNTIL W-IX > W-HAB-CPT.                                   00003580
           MOVE SPACE TO RPT-REC.                                       00003590
           WRITE RPT-REC.                                               00003600
           MOVE 'TENTATIVES REFUSEES' TO LST-TEXTE.                     00003610
           WRITE RPT-REC FROM LIGNE-SOUS-TITRE.                         00003620
           IF W-REF-CPT = ZERO                                          00003630
              MOVE '  AUCUNE TENTATIVE REFUSEE SUR LA PERIODE'          00003640
                TO RPT-REC                                              00003650
              WRITE RPT-REC                                             00003660
           ELSE                                                         00003670
              WRITE RPT-REC FROM LIGNE-ENTETE-REF                       00003680
              PERFORM 4300-EDITER-REF THRU 4300-FIN                     00003690
                 VARYING W-QX FROM 1 BY 1                               00003700
                 UNTIL W-QX > W-REF-CPT                                 00003710
           END-IF.                                                      00003720
           MOVE SPACE TO RPT-REC.                                       00003730
           WRITE RPT-REC.                                               00003740
           MOVE 'OPERATEURS HABILITES' TO LT-LIB.                       00003750
           MOVE W-NB-OPER TO LT-CPT.                                    00003760
           WRITE RPT-REC FROM LIGNE-TOT.                                00003770
           MOVE 'HABILITATIONS' TO LT-LIB.                              00003780
           MOVE W-HAB-CPT TO LT-CPT.                                    00003790
           WRITE RPT-REC FROM LIGNE-TOT.                                00003800
           MOVE 'HABILITATIONS A REVOIR' TO LT-LIB.                     00003810
           MOVE W-NB-ANOM TO LT-CPT.                                    00003820
           WRITE RPT-REC FROM LIGNE-TOT.                                00003830
           MOVE 'TENTATIVES REFUSEES' TO LT-LIB.                        00003840
           MOVE W-NB-REFUS TO LT-CPT.                                   00003850
           WRITE RPT-REC FROM LIGNE-TOT.                                00003860
           MOVE 'LIGNES HORS REFERENCE' TO LT-LIB.                      00003870
           MOVE W-NB-HORS-REF TO LT-CPT.                                00003880
           WRITE RPT-REC FROM LIGNE-TOT.                                00003890
           CLOSE RPT-FICHIER.                                           00003900
           DISPLAY 'SY0084 HABILITATIONS ' W-HAB-CPT                    00003910
                   ' REFUS ' W-NB-REFUS.                                00003920
           IF W-NB-REFUS > ZERO                                         00003930
              MOVE 4 TO RETURN-CODE                                     00003940
           END-IF.                                                      00003950
       4000-FIN. EXIT.                                                  00003960
       4100-CUMULER-REFUS.                                              00003970
           PERFORM 4110-COMPARER-HAB THRU 4110-FIN                      00003980
              VARYING W-IX FROM 1 BY 1                                  00003990
              UNTIL W-IX > W-HAB-CPT.                                   00004000
       4100-FIN. EXIT.                                                  00004010
       4110-COMPARER-HAB.                                               00004020
           IF W-HAB-OPER (W-IX) = W-REF-OPER (W-QX)                     00004030
              MOVE 'O' TO W-REF-CONNU (W-QX)                            00004040
              IF W-HAB-PROG (W-IX) = W-REF-PROG (W-QX)                  00004050
                 ADD W-REF-NB (W-QX) TO W-HAB-REFUS (W-IX)              00004060
              END-IF                                                    00004070
           END-IF.                                                      00004080
       4110-FIN. EXIT.                                                  00004090
       4200-EDITER-HAB.                                                 00004100
           MOVE SPACE TO LIGNE-HAB.                                     00004110
           IF W-HAB-OPER (W-IX) NOT = W-OPER-PREC                       00004120
              ADD 1 TO W-NB-OPER                                        00004130
              MOVE W-HAB-OPER (W-IX) TO LH-OPER W-OPER-PREC             00004140
              MOVE W-HAB-NOM (W-IX) TO LH-NOM                           00004150
           END-IF.                                                      00004160
           MOVE W-HAB-PROG (W-IX) TO LH-PROG.                           00004170
           MOVE W-HAB-ACCPAR (W-IX) TO LH-ACCPAR.                       00004180
           IF W-HAB-DATE (W-IX) NOT = ZERO                              00004190
              MOVE W-HAB-DATE (W-IX) TO W-DATE-9                        00004200
              STRING W-DX-AAAA '-' W-DX-MM '-' W-DX-JJ                  00004210
                     DELIMITED BY SIZE INTO LH-DATE                     00004220
           END-IF.                                                      00004230
           MOVE W-HAB-REFUS (W-IX) TO LH-REFUS.                         00004240
           MOVE 1 TO W-PTR.                                             00004250
           MOVE W-HAB-FONC (W-IX) TO W-FONC.                            00004260
           MOVE ZERO TO W-NB.                                           00004270
           INSPECT W-FONC TALLYING W-NB FOR ALL 'C'.                    00004280
           IF W-NB > ZERO                                               00004290
              STRING 'CORRIGER ' DELIMITED BY SIZE                      00004300
                     INTO LH-DROITS WITH POINTER W-PTR                  00004310
           END-IF.                                                      00004320
           MOVE ZERO TO W-NB.                                           00004330
           INSPECT W-FONC TALLYING W-NB FOR ALL 'A'.                    00004340
           IF W-NB > ZERO                                               00004350
              STRING 'AJOUTER ' DELIMITED BY SIZE                       00004360
                     INTO LH-DROITS WITH POINTER W-PTR                  00004370
           END-IF.                                                      00004380
           MOVE ZERO TO W-NB.                                           00004390
           INSPECT W-FONC TALLYING W-NB FOR ALL 'R'.                    00004400
           IF W-NB > ZERO                                               00004410
              STRING 'RETIRER ' DELIMITED BY SIZE                       00004420
                     INTO LH-DROITS WITH POINTER W-PTR                  00004430
           END-IF.                                                      00004440
           MOVE ZERO TO W-NB.                                           00004450
           INSPECT W-FONC TALLYING W-NB FOR ALL 'F'.                    00004460
           IF W-NB > ZERO                                               00004470
              STRING 'FORCER' DELIMITED BY SIZE                         00004480
                     INTO LH-DROITS WITH POINTER W-PTR                  00004490
           END-IF.                                                      00004500
           INSPECT W-FONC REPLACING ALL 'C' BY SPACE                    00004510
                                    ALL 'A' BY SPACE                    00004520
                                    ALL 'R' BY SPACE                    00004530
                                    ALL 'F' BY SPACE.                   00004540
           IF W-FONC NOT = SPACE                                        00004550
              MOVE 'DROIT INCONNU' TO LH-OBS                            00004560
              ADD 1 TO W-NB-ANOM                                        00004570
           END-IF.                                                      00004580
           IF W-PTR = 1                                                 00004590
              MOVE '(AUCUNE)' TO LH-DROITS                              00004600
              MOVE 'AUCUNE FONCTION' TO LH-OBS                          00004610
              ADD 1 TO W-NB-ANOM                                        00004620
           END-IF.                                                      00004630
           WRITE RPT-REC FROM LIGNE-HAB.                                00004640
       4200-FIN. EXIT.                                                  00004650
       4300-EDITER-REF.                                                 00004660
           MOVE SPACE TO LIGNE-REF.                                     00004670
           MOVE W-REF-OPER (W-QX) TO LR-OPER.                           00004680
           IF W-REF-OPER (W-QX) = SPACE                                 00004690
              MOVE '*AUCUN*' TO LR-OPER                                 00004700
           END-IF.                                                      00004710
           MOVE W-REF-PROG (W-QX) TO LR-PROG.                           00004720
           MOVE W-REF-NB (W-QX) TO LR-NB.                               00004730
           MOVE W-REF-DERN (W-QX) TO LR-DERN.                           00004740
           MOVE W-REF-FONC (W-QX) TO LR-FONC.                           00004750
           MOVE W-REF-MOTIF (W-QX) TO LR-MOTIF.                         00004760
           IF W-REF-CONNU (W-QX) = 'N'                                  00004770
              MOVE 'OPERATEUR HORS REFERENCE' TO LR-OBS                 00004780
              ADD 1 TO W-NB-HORS-REF                                    00004790
           END-IF.                                                      00004800
           WRITE RPT-REC FROM LIGNE-REF.                                00004810
       4300-FIN. EXIT.                                                  00004820

      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME APPELE : SY0081                      *00000020
      *  NOM                  : SY0081                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : TRAITEMENT COMMUN DES ERREURS FATALES  *00000070
      *                         DES PROGRAMMES BATCH.  LE PROGRAMME    *00000080
      *                         APPELANT DONNE LE PARAGRAPHE, LA       *00000090
      *                         CATEGORIE, LE FICHIER ET LE STATUT EN  *00000100
      *                         CAUSE.  LE MODULE :                    *00000110
      *                         - AFFICHE LE DIAGNOSTIC STANDARD;      *00000120
      *                         - LIBERE LES VERROUS SY0093 DETENUS    *00000130
      *                           PAR LE PROGRAMME (FONCTION 'A');     *00000140
      *                         - AJOUTE L'ENREG. D'ERREUR HORODATE    *00000150
      *                           AU FICHIER PARTAGE ERRLOG;           *00000160
      *                         - FERME L'ENTREE OPSLOG (SY0095, PHASE *00000170
      *                           'F', ETAT 'ABEND');                  *00000180
      *                         - EMET L'ALERTE CRITIQUE 'ABEND'       *00000190
      *                           (SY0087);                            *00000200
      *                         - RENVOIE LE CODE RETOUR 16.           *00000210
      ******************************************************************00000220
                                                                        00000230
       IDENTIFICATION DIVISION.                                         00000240
       PROGRAM-ID.        SY0081.                                       00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT     ERR-FICHIER   ASSIGN    TO  ERRLOG                00000290
           FILE STATUS IS                     ERR-STATUS.               00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD  ERR-FICHIER                                                  00000330
           LABEL RECORDS STANDARD                                       00000340
           BLOCK CONTAINS 0 RECORDS                                     00000350
           RECORDING MODE IS F.                                         00000360
       01  ERR-REC.                                                     00000370
           05  ERR-TIMESTAMP       PIC X(26).                           00000380
           05  ERR-PROGRAMME       PIC X(8).                            00000390
           05  ERR-PARAGRAPHE      PIC X(30).                           00000400
           05  ERR-CATEGORIE       PIC X.                               00000410
           05  ERR-DDNAME          PIC X(8).                            00000420
           05  ERR-STATUT          PIC XX.                              00000430
           05  ERR-CODE-RETOUR     PIC 9(4).                            00000440
           05  ERR-TEXTE           PIC X(50).                           00000450
           05  ERR-VERROU          PIC X(8).                            00000460
           05  FILLER              PIC X(3).                            00000470
       WORKING-STORAGE SECTION.                                         00000480
       01  ERR-STATUS              PIC XX VALUE ZERO.                   00000490
       01  W-CODE-ABEND            PIC 9(4) VALUE 16.                   00000500
       01  W-LIB-CATEGORIE         PIC X(10) VALUE SPACE.               00000510
       01  W-VERROU                PIC X(8) VALUE SPACE.                00000520
       COPY SY0099.                                                     00000530
       COPY SY0093.                                                     00000540
       COPY SY0095.                                                     00000550
       COPY SY0087.                                                     00000560
       LINKAGE SECTION.                                                 00000570
       COPY SY0081.                                                     00000580
       PROCEDURE DIVISION USING SY0081-PARMS.                           00000590
       0000-MAINLINE.                                                   00000600
           MOVE W-CODE-ABEND TO X81-CODE-RETOUR.                        00000610
           PERFORM 1000-AFFICHER THRU 1000-FIN.                         00000620
           PERFORM 2000-LIBERER THRU 2000-FIN.                          00000630
           PERFORM 3000-JOURNALISER THRU 3000-FIN.                      00000640
           PERFORM 4000-CLORE-OPSLOG THRU 4000-FIN.                     00000650
           PERFORM 5000-ALERTER THRU 5000-FIN.                          00000660
           MOVE X81-CODE-RETOUR TO RETURN-CODE.                         00000670
           GOBACK.                                                      00000680
      ******************************************************************00000690
      *  1000 : DIAGNOSTIC STANDARD SUR LA CONSOLE                     *00000700
      ******************************************************************00000710
       1000-AFFICHER.                                                   00000720
           IF X81-CAT-FICHIER                                           00000730
              MOVE 'FICHIER' TO W-LIB-CATEGORIE                         00000740
           ELSE                                                         00000750
              IF X81-CAT-DONNEES                                        00000760
                 MOVE 'DONNEES' TO W-LIB-CATEGORIE                      00000770
              ELSE                                                      00000780
                 IF X81-CAT-PARAMETRE                                   00000790
                    MOVE 'PARAMETRE' TO W-LIB-CATEGORIE                 00000800
                 ELSE                                                   00000810
                    IF X81-CAT-VERROU                                   00000820
                       MOVE 'VERROU' TO W-LIB-CATEGORIE                 00000830
                    ELSE                                                00000840
                       IF X81-CAT-LOGIQUE                               00000850
                          MOVE 'LOGIQUE' TO W-LIB-CATEGORIE             00000860
                       ELSE                                             00000870
                          MOVE 'INDEFINIE' TO W-LIB-CATEGORIE           00000880
                       END-IF                                           00000890
                    END-IF                                              00000900
                 END-IF                                                 00000910
              END-IF                                                    00000920
           END-IF.                                                      00000930
           DISPLAY '*** ERREUR FATALE ' X81-PROGRAMME                   00000940
                   ' - PARAGRAPHE ' X81-PARAGRAPHE.                     00000950
           DISPLAY '*** CATEGORIE ' W-LIB-CATEGORIE                     00000960
                   ' FICHIER ' X81-FICHIER ' STATUT ' X81-STATUT.       00000970
           IF X81-TEXTE NOT = SPACE                                     00000980
              DISPLAY '*** ' X81-TEXTE                                  00000990
           END-IF.                                                      00001000
       1000-FIN. EXIT.                                                  00001010
      ******************************************************************00001020
      *  2000 : LIBERATION DES VERROUS DETENUS PAR LE PROGRAMME        *00001030
      ******************************************************************00001040
       2000-LIBERER.                                                    00001050
           MOVE 'A' TO X93-FONCTION.                                    00001060
           MOVE X81-PROGRAMME TO X93-PROGRAMME.                         00001070
           MOVE SPACE TO X93-RESSOURCE X93-OPERATEUR.                   00001080
           CALL 'SY0093' USING SY0093-PARMS.                            00001090
           MOVE X93-RESSOURCE TO W-VERROU.                              00001100
           IF W-VERROU NOT = SPACE                                      00001110
              DISPLAY '*** VERROU ' W-VERROU ' LIBERE'                  00001120
           END-IF.                                                      00001130
       2000-FIN. EXIT.                                                  00001140
      ******************************************************************00001150
      *  3000 : ENREGISTREMENT D'ERREUR DANS ERRLOG                    *00001160
      ******************************************************************00001170
       3000-JOURNALISER.                                                00001180
           MOVE 'C' TO X99-FONCTION.                                    00001190
           CALL 'SY0099' USING SY0099-PARMS.                            00001200
           OPEN EXTEND ERR-FICHIER.                                     00001210
           IF ERR-STATUS = '05' OR ERR-STATUS = '35'                    00001220
              OPEN OUTPUT ERR-FICHIER                                   00001230
           END-IF.                                                      00001240
           MOVE SPACE TO ERR-REC.                                       00001250
           MOVE X99-TIMESTAMP TO ERR-TIMESTAMP.                         00001260
           MOVE X81-PROGRAMME TO ERR-PROGRAMME.                         00001270
           MOVE X81-PARAGRAPHE TO ERR-PARAGRAPHE.                       00001280
           MOVE X81-CATEGORIE TO ERR-CATEGORIE.                         00001290
           MOVE X81-FICHIER TO ERR-DDNAME.                              00001300
           MOVE X81-STATUT TO ERR-STATUT.                               00001310
           MOVE X81-CODE-RETOUR TO ERR-CODE-RETOUR.                     00001320
           MOVE X81-TEXTE TO ERR-TEXTE.                                 00001330
           MOVE W-VERROU TO ERR-VERROU.                                 00001340
           WRITE ERR-REC.                                               00001350
           CLOSE ERR-FICHIER.                                           00001360
       3000-FIN. EXIT.                                                  00001370
      ******************************************************************00001380
      *  4000 : FIN DU PASSAGE DANS OPSLOG EN ETAT 'ABEND'             *00001390
      ******************************************************************00001400
       4000-CLORE-OPSLOG.                                               00001410
           MOVE X81-PROGRAMME TO X95-PROGRAMME.                         00001420
           MOVE 'F' TO X95-PHASE.                                       00001430
           MOVE X81-CPT-ENTREE TO X95-CPT-ENTREE.                       00001440
           MOVE X81-CPT-SORTIE TO X95-CPT-SORTIE.                       00001450
           MOVE X81-CPT-REJET TO X95-CPT-REJET.                         00001460
           MOVE 'ABEND' TO X95-ETAT.                                    00001470
           CALL 'SY0095' USING SY0095-PARMS.                            00001480
       4000-FIN. EXIT.                                                  00001490
      ******************************************************************00001500
      *  5000 : ALERTE CRITIQUE POUR LA CONSOLE DE SURVEILLANCE        *00001510
      ******************************************************************00001520
       5000-ALERTER.                                                    00001530
           MOVE X81-PROGRAMME TO X87-PROGRAMME.                         00001540
           MOVE 'C' TO X87-GRAVITE.                                     00001550
           MOVE 'ABEND' TO X87-CODE.                                    00001560
           MOVE X81-PROGRAMME TO X87-CLE.                               00001570
           MOVE SPACE TO X87-TEXTE.                                     00001580
           STRING W-LIB-CATEGORIE DELIMITED BY SPACE                    00001590
                  ' ' DELIMITED BY SIZE                                 00001600
                  X81-FICHIER DELIMITED BY SPACE                        00001610
                  ' STATUT ' X81-STATUT ' EN ' DELIMITED BY SIZE        00001620
                  X81-PARAGRAPHE DELIMITED BY SPACE                     00001630
                  INTO X87-TEXTE.                                       00001640
           CALL 'SY0087' USING SY0087-PARMS.                            00001650
       5000-FIN. EXIT.                                                  00001660

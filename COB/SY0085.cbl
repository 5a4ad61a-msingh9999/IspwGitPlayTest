      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME APPELE : SY0085                      *00000020
      *  NOM                  : SY0085                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : CONTROLE DES HABILITATIONS DES         *00000070
      *                         UTILITAIRES DE MISE A JOUR.  LA        *00000080
      *                         REFERENCE AUTREF DONNE, PAR OPERATEUR  *00000090
      *                         ET PAR PROGRAMME, LES FONCTIONS        *00000100
      *                         ACCORDEES (C CORRIGER, A AJOUTER,      *00000110
      *                         R RETIRER, F FORCER).  ELLE EST        *00000120
      *                         CHARGEE AU PREMIER APPEL.  TOUTE       *00000130
      *                         TENTATIVE REFUSEE EST AJOUTEE AU       *00000140
      *                         JOURNAL DE SECURITE SECAUD ET          *00000150
      *                         SIGNALEE PAR SY0087.  SANS REFERENCE   *00000160
      *                         OU SANS OPERATEUR, TOUT EST REFUSE.    *00000170
      ******************************************************************00000180
                                                                        00000190
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID.        SY0085.                                       00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT     AUT-FICHIER   ASSIGN    TO  AUTREF                00000250
           FILE STATUS IS                     AUT-STATUS.               00000260
           SELECT     SEC-FICHIER   ASSIGN    TO  SECAUD                00000270
           FILE STATUS IS                     SEC-STATUS.               00000280
       DATA DIVISION.                                                   00000290
       FILE SECTION.                                                    00000300
      *    REFERENCE DES HABILITATIONS (UNE LIGNE PAR OPERATEUR ET      00000310
      *    PROGRAMME, '*' EN COLONNE 1 = COMMENTAIRE)                   00000320
       FD  AUT-FICHIER                                                  00000330
           LABEL RECORDS STANDARD                                       00000340
           BLOCK CONTAINS 0 RECORDS                                     00000350
           RECORDING MODE IS F.                                         00000360
       01  AUT-REC.                                                     00000370
           05  AUT-OPERATEUR       PIC X(8).                            00000380
           05  AUT-PROGRAMME       PIC X(8).                            00000390
           05  AUT-FONCTIONS       PIC X(8).                            00000400
           05  AUT-NOM             PIC X(24).                           00000410
           05  AUT-ACCORDE-PAR     PIC X(8).                            00000420
           05  AUT-DATE-ACCORD     PIC 9(8).                            00000430
           05  FILLER              PIC X(16).                           00000440
       FD  SEC-FICHIER                                                  00000450
           LABEL RECORDS STANDARD                                       00000460
           BLOCK CONTAINS 0 RECORDS                                     00000470
           RECORDING MODE IS F.                                         00000480
       01  SEC-REC.                                                     00000490
           05  SEC-TIMESTAMP       PIC X(26).                           00000500
           05  SEC-OPERATEUR       PIC X(8).                            00000510
           05  SEC-PROGRAMME       PIC X(8).                            00000520
           05  SEC-FONCTION        PIC X.                               00000530
           05  SEC-CLE             PIC X(24).                           00000540
           05  SEC-MOTIF           PIC X(30).                           00000550
           05  FILLER              PIC X(3).                            00000560
       WORKING-STORAGE SECTION.                                         00000570
       01  AUT-STATUS              PIC XX VALUE ZERO.                   00000580
       01  SEC-STATUS              PIC XX VALUE ZERO.                   00000590
       01  FIN-AUT                 PIC X  VALUE '0'.                    00000600
           88  AUT-TERMINE                VALUE '1'.                    00000610
       01  W-CHARGE                PIC X  VALUE 'N'.                    00000620
       01  W-REF-ABSENTE           PIC X  VALUE 'N'.                    00000630
       01  W-TROUVE                PIC X  VALUE 'N'.                    00000640
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00000650
       01  W-QX                    PIC 9(3) VALUE ZERO.                 00000660
       01  W-NB                    PIC 9(3) VALUE ZERO.                 00000670
       01  W-MOTIF                 PIC X(30) VALUE SPACE.               00000680
      *    HABILITATIONS CHARGEES AU PREMIER APPEL                      00000690
       01  W-AUT-CPT               PIC 9(3) VALUE ZERO.                 00000700
       01  W-AUT-TABLE.                                                 00000710
           05  W-AUT-ENT           OCCURS 500 TIMES.                    00000720
               10  W-AUT-OPER      PIC X(8).                            00000730
               10  W-AUT-PROG      PIC X(8).                            00000740
               10  W-AUT-FONC      PIC X(8).                            00000750
       COPY SY0099.                                                     00000760
       COPY SY0087.                                                     00000770
       LINKAGE SECTION.                                                 00000780
       COPY SY0085.                                                     00000790
       PROCEDURE DIVISION USING SY0085-PARMS.                           00000800
       0000-MAINLINE.                                                   00000810
           IF W-CHARGE = 'N'                                            00000820
              PERFORM 1000-CHARGER THRU 1000-FIN                        00000830
           END-IF.                                                      00000840
           MOVE 'N' TO X85-ETAT.                                        00000850
           MOVE SPACE TO W-MOTIF.                                       00000860
           PERFORM 2000-CONTROLER THRU 2000-FIN.                        00000870
           IF X85-REFUSE                                                00000880
              PERFORM 3000-JOURNALISER THRU 3000-FIN                    00000890
           END-IF.                                                      00000900
           GOBACK.                                                      00000910
      ******************************************************************00000920
      *  1000 : CHARGEMENT DE LA REFERENCE AUTREF                      *00000930
      ******************************************************************00000940
       1000-CHARGER.                                                    00000950
           MOVE 'O' TO W-CHARGE.                                        00000960
           OPEN INPUT AUT-FICHIER.                                      00000970
           IF AUT-STATUS NOT = '00'                                     00000980
              DISPLAY 'REFERENCE DES HABILITATIONS AUTREF ABSENTE - '   00000990
                      'STATUT ' AUT-STATUS ' - TOUT EST REFUSE'         00001000
              MOVE 'O' TO W-REF-ABSENTE                                 00001010
              GO TO 1000-FIN                                            00001020
           END-IF.                                                      00001030
           PERFORM 1100-LIRE-AUT THRU 1100-FIN                          00001040
              UNTIL AUT-TERMINE.                                        00001050
           CLOSE AUT-FICHIER.                                           00001060
       1000-FIN. EXIT.                                                  00001070
       1100-LIRE-AUT.                                                   00001080
           READ AUT-FICHIER                                             00001090
              AT END                                                    00001100
              MOVE '1' TO FIN-AUT                                       00001110
              GO TO 1100-FIN                                            00001120
           END-READ.                                                    00001130
           IF AUT-OPERATEUR = SPACE OR AUT-PROGRAMME = SPACE            00001140
              OR AUT-OPERATEUR (1:1) = '*'                              00001150
              GO TO 1100-FIN                                            00001160
           END-IF.                                                      00001170
           IF W-AUT-CPT NOT < 500                                       00001180
              DISPLAY 'TABLE DES HABILITATIONS SATUREE - IGNORE : '     00001190
                      AUT-OPERATEUR ' ' AUT-PROGRAMME                   00001200
              GO TO 1100-FIN                                            00001210
           END-IF.                                                      00001220
           ADD 1 TO W-AUT-CPT.                                          00001230
           MOVE AUT-OPERATEUR TO W-AUT-OPER (W-AUT-CPT).                00001240
           MOVE AUT-PROGRAMME TO W-AUT-PROG (W-AUT-CPT).                00001250
           MOVE AUT-FONCTIONS TO W-AUT-FONC (W-AUT-CPT).                00001260
       1100-FIN. EXIT.                                                  00001270
      ******************************************************************00001280
      *  2000 : L'OPERATEUR A-T-IL LA FONCTION SUR CE PROGRAMME        *00001290
      ******************************************************************00001300
       2000-CONTROLER.                                                  00001310
           IF X85-OPERATEUR = SPACE                                     00001320
              MOVE 'OPERATEUR NON IDENTIFIE' TO W-MOTIF                 00001330
              GO TO 2000-FIN                                            00001340
           END-IF.                                                      00001350
           IF X85-FONCTION = SPACE                                      00001360
              MOVE 'FONCTION NON PRECISEE' TO W-MOTIF                   00001370
              GO TO 2000-FIN                                            00001380
           END-IF.                                                      00001390
           IF W-REF-ABSENTE = 'O'                                       00001400
              MOVE 'REFERENCE AUTREF ABSENTE' TO W-MOTIF                00001410
              GO TO 2000-FIN                                            00001420
           END-IF.                                                      00001430
           MOVE 'N' TO W-TROUVE.                                        00001440
           PERFORM 2100-COMPARER THRU 2100-FIN                          00001450
              VARYING W-IX FROM 1 BY 1                                  00001460
              UNTIL W-IX > W-AUT-CPT OR W-TROUVE = 'O'.                 00001470
           IF W-TROUVE = 'N'                                            00001480
              MOVE 'AUCUN DROIT SUR LE PROGRAMME' TO W-MOTIF            00001490
              GO TO 2000-FIN                                            00001500
           END-IF.                                                      00001510
           MOVE ZERO TO W-NB.                                           00001520
           INSPECT W-AUT-FONC (W-QX) TALLYING W-NB                      00001530
              FOR ALL X85-FONCTION.                                     00001540
           IF W-NB = ZERO                                               00001550
              MOVE 'FONCTION NON ACCORDEE' TO W-MOTIF                   00001560
              GO TO 2000-FIN                                            00001570
           END-IF.                                                      00001580
           MOVE 'O' TO X85-ETAT.                                        00001590
       2000-FIN. EXIT.                                                  00001600
       2100-COMPARER.                                                   00001610
           IF W-AUT-OPER (W-IX) = X85-OPERATEUR                         00001620
              AND W-AUT-PROG (W-IX) = X85-PROGRAMME                     00001630
              MOVE 'O' TO W-TROUVE                                      00001640
              MOVE W-IX TO W-QX                                         00001650
           END-IF.                                                      00001660
       2100-FIN. EXIT.                                                  00001670
      ******************************************************************00001680
      *  3000 : TENTATIVE REFUSEE - JOURNAL SECAUD ET ALERTE           *00001690
      ******************************************************************00001700
       3000-JOURNALISER.                                                00001710
           MOVE 'C' TO X99-FONCTION.                                    00001720
           CALL 'SY0099' USING SY0099-PARMS.                            00001730
           OPEN EXTEND SEC-FICHIER.                                     00001740
           IF SEC-STATUS = '05' OR SEC-STATUS = '35'                    00001750
              OPEN OUTPUT SEC-FICHIER                                   00001760
           END-IF.                                                      00001770
           MOVE SPACE TO SEC-REC.                                       00001780
           MOVE X99-TIMESTAMP TO SEC-TIMESTAMP.                         00001790
           MOVE X85-OPERATEUR TO SEC-OPERATEUR.                         00001800
           MOVE X85-PROGRAMME TO SEC-PROGRAMME.                         00001810
           MOVE X85-FONCTION TO SEC-FONCTION.                           00001820
           MOVE X85-CLE TO SEC-CLE.                                     00001830
           MOVE W-MOTIF TO SEC-MOTIF.                                   00001840
           WRITE SEC-REC.                                               00001850
           CLOSE SEC-FICHIER.                                           00001860
           DISPLAY 'HABILITATION REFUSEE : ' X85-OPERATEUR ' '          00001870
                   X85-PROGRAMME ' ' X85-FONCTION ' - ' W-MOTIF.        00001880
           MOVE X85-PROGRAMME TO X87-PROGRAMME.                         00001890
           MOVE 'M' TO X87-GRAVITE.                                     00001900
           MOVE 'SECREFUS' TO X87-CODE.                                 00001910
           MOVE X85-OPERATEUR TO X87-CLE.                               00001920
           MOVE SPACE TO X87-TEXTE.                                     00001930
           STRING 'FONCTION ' X85-FONCTION ' REFUSEE - '                00001940
                  W-MOTIF DELIMITED BY SIZE INTO X87-TEXTE.             00001950
           CALL 'SY0087' USING SY0087-PARMS.                            00001960
       3000-FIN. EXIT.                                                  00001970

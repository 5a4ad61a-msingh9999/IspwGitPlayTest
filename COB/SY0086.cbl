      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : SY0086                             *00000020
      *  NOM                  : SY0086                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : TRANSMISSION DES ALERTES A LA          *00000070
      *                         CONSOLE DE SURVEILLANCE.  LIT LE       *00000080
      *                         FICHIER ALRLOG (ECRIT PAR SY0087) ET   *00000090
      *                         RECOPIE AU FORMAT D'INTERFACE DE LA    *00000100
      *                         CONSOLE (ALRCON) LES SEULES ALERTES    *00000110
      *                         AJOUTEES DEPUIS LA DERNIERE            *00000120
      *                         TRANSMISSION.  ALRCTL GARDE LE         *00000130
      *                         NOMBRE D'ENREG. D'ALRLOG DEJA LUS ET   *00000140
      *                         L'HORODATE DE LA DERNIERE ALERTE       *00000150
      *                         TRANSMISE ; SI ALRLOG A ETE PURGE      *00000160
      *                         ENTRE-TEMPS (MOINS D'ENREG. QUE LE     *00000170
      *                         NOMBRE GARDE), LA SELECTION SE FAIT    *00000180
      *                         SUR L'HORODATE.  LE MESSAGE CONSOLE EST*00000190
      *                         LA CLE DE L'ENTITE SUIVIE DU TEXTE DE  *00000200
      *                         L'ALERTE.  CODE RETOUR 8 SI ALRCTL NE  *00000210
      *                         PEUT ETRE MIS A JOUR.                  *00000220
      ******************************************************************00000230
                                                                        00000240
       IDENTIFICATION DIVISION.                                         00000250
       PROGRAM-ID.        SY0086.                                       00000260
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT     CTL-FICHIER   ASSIGN    TO  ALRCTL                00000300
           FILE STATUS IS                     CTL-STATUS.               00000310
           SELECT     ALR-FICHIER   ASSIGN    TO  ALRLOG                00000320
           FILE STATUS IS                     ALR-STATUS.               00000330
           SELECT     CON-FICHIER   ASSIGN    TO  ALRCON.               00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
       FD  CTL-FICHIER                                                  00000370
           LABEL RECORDS STANDARD                                       00000380
           BLOCK CONTAINS 0 RECORDS                                     00000390
           RECORDING MODE IS F.                                         00000400
       01  CTL-REC.                                                     00000410
           05  CTL-DERNIER-TS      PIC X(26).                           00000420
           05  CTL-NB-LUES         PIC 9(9).                            00000430
           05  CTL-NB-TRANSMIS     PIC 9(9).                            00000440
           05  FILLER              PIC X(36).                           00000450
       FD  ALR-FICHIER                                                  00000460
           LABEL RECORDS STANDARD                                       00000470
           BLOCK CONTAINS 0 RECORDS                                     00000480
           RECORDING MODE IS F.                                         00000490
       01  ALR-REC.                                                     00000500
           05  ALR-PROGRAMME       PIC X(8).                            00000510
           05  ALR-GRAVITE         PIC X.                               00000520
           05  ALR-CODE            PIC X(8).                            00000530
           05  ALR-CLE             PIC X(20).                           00000540
           05  ALR-TEXTE           PIC X(50).                           00000550
           05  ALR-TIMESTAMP       PIC X(26).                           00000560
           05  FILLER              PIC X(7).                            00000570
       FD  CON-FICHIER                                                  00000580
           LABEL RECORDS STANDARD                                       00000590
           BLOCK CONTAINS 0 RECORDS                                     00000600
           RECORDING MODE IS F.                                         00000610
       01  CON-REC                 PIC X(150).                          00000620
       WORKING-STORAGE SECTION.                                         00000630
       01  CTL-STATUS              PIC XX VALUE ZERO.                   00000640
       01  ALR-STATUS              PIC XX VALUE ZERO.                   00000650
       01  FIN-ALR                 PIC X  VALUE '0'.                    00000660
           88  ALR-TERMINE                VALUE '1'.                    00000670
       01  W-DERNIER-TS            PIC X(26) VALUE LOW-VALUE.           00000680
       01  W-NOUVEAU-TS            PIC X(26) VALUE LOW-VALUE.           00000690
       01  W-MODE                  PIC X  VALUE 'P'.                    00000700
           88  W-MODE-POSITION            VALUE 'P'.                    00000710
           88  W-MODE-HORODATE            VALUE 'H'.                    00000720
       01  W-DEJA-LUES             PIC 9(9) VALUE ZERO.                 00000730
       01  W-NB-TRANSMIS           PIC 9(9) VALUE ZERO.                 00000740
       01  W-NB-LUES               PIC 9(9) VALUE ZERO.                 00000750
       01  W-NB-NOUVELLES          PIC 9(9) VALUE ZERO.                 00000760
       01  W-NB-CRITIQUES          PIC 9(9) VALUE ZERO.                 00000770
      *    FORMAT D'INTERFACE DE LA CONSOLE : ZONES SEPAREES PAR ';'    00000780
       01  LIGNE-CON.                                                   00000790
           05  LC-HORODATE         PIC X(26).                           00000800
           05  FILLER              PIC X     VALUE ';'.                 00000810
           05  LC-GRAVITE          PIC X(13).                           00000820
           05  FILLER              PIC X     VALUE ';'.                 00000830
           05  LC-SOURCE           PIC X(8).                            00000840
           05  FILLER              PIC X     VALUE ';'.                 00000850
           05  LC-CODE             PIC X(8).                            00000860
           05  FILLER              PIC X     VALUE ';'.                 00000870
           05  LC-MESSAGE          PIC X(71).                           00000880
           05  FILLER              PIC X(20) VALUE SPACE.               00000890
       PROCEDURE DIVISION.                                              00000900
       0000-MAINLINE.                                                   00000910
           PERFORM 1000-LIRE-CONTROLE THRU 1000-FIN.                    00000920
           PERFORM 2000-TRANSMETTRE THRU 2000-FIN.                      00000930
           PERFORM 3000-MAJ-CONTROLE THRU 3000-FIN.                     00000940
           GOBACK.                                                      00000950
      ******************************************************************00000960
      *  1000 : DERNIERE ALERTE DEJA TRANSMISE (ABSENTE AU PREMIER     *00000970
      *  PASSAGE : TOUT ALRLOG EST ALORS TRANSMIS)                     *00000980
      ******************************************************************00000990
       1000-LIRE-CONTROLE.                                              00001000
           OPEN INPUT CTL-FICHIER.                                      00001010
           IF CTL-STATUS NOT = '00'                                     00001020
              DISPLAY 'CONTROLE ALRCTL ABSENT - TRANSMISSION COMPLETE'  00001030
              GO TO 1000-FIN                                            00001040
           END-IF.                                                      00001050
           READ CTL-FICHIER                                             00001060
              AT END                                                    00001070
              MOVE LOW-VALUE TO CTL-DERNIER-TS                          00001080
              MOVE ZERO TO CTL-NB-LUES                                  00001090
              MOVE ZERO TO CTL-NB-TRANSMIS                              00001100
           END-READ.                                                    00001110
           IF CTL-DERNIER-TS NOT = SPACE                                00001120
              MOVE CTL-DERNIER-TS TO W-DERNIER-TS                       00001130
           END-IF.                                                      00001140
           IF CTL-NB-LUES NUMERIC                                       00001150
              MOVE CTL-NB-LUES TO W-DEJA-LUES                           00001160
           END-IF.                                                      00001170
           IF CTL-NB-TRANSMIS NUMERIC                                   00001180
              MOVE CTL-NB-TRANSMIS TO W-NB-TRANSMIS                     00001190
           END-IF.                                                      00001200
           CLOSE CTL-FICHIER.                                           00001210
       1000-FIN. EXIT.                                                  00001220
      ******************************************************************00001230
      *  2000 : RECOPIE DES ALERTES NOUVELLES AU FORMAT CONSOLE        *00001240
      ******************************************************************00001250
       2000-TRANSMETTRE.                                                00001260
           MOVE W-DERNIER-TS TO W-NOUVEAU-TS.                           00001270
           OPEN OUTPUT CON-FICHIER.                                     00001280
           OPEN INPUT ALR-FICHIER.                                      00001290
           IF ALR-STATUS NOT = '00'                                     00001300
              DISPLAY 'FICHIER ALRLOG ABSENT - AUCUNE ALERTE - STATUT ' 00001310
                      ALR-STATUS                                        00001320
              CLOSE CON-FICHIER                                         00001330
              GO TO 2000-FIN                                            00001340
           END-IF.                                                      00001350
           PERFORM 2100-LIRE-UN THRU 2100-FIN                           00001360
              UNTIL ALR-TERMINE.                                        00001370
           CLOSE ALR-FICHIER.                                           00001380
           IF W-NB-LUES < W-DEJA-LUES                                   00001390
              DISPLAY 'ALRLOG PURGE DEPUIS LA DERNIERE TRANSMISSION - ' 00001400
                      'SELECTION SUR HORODATE'                          00001410
              MOVE 'H' TO W-MODE                                        00001420
              MOVE ZERO TO W-NB-LUES                                    00001430
              MOVE '0' TO FIN-ALR                                       00001440
              OPEN INPUT ALR-FICHIER                                    00001450
              PERFORM 2100-LIRE-UN THRU 2100-FIN                        00001460
                 UNTIL ALR-TERMINE                                      00001470
              CLOSE ALR-FICHIER                                         00001480
           END-IF.                                                      00001490
           CLOSE CON-FICHIER.                                           00001500
       2000-FIN. EXIT.                                                  00001510
       2100-LIRE-UN.                                                    00001520
           READ ALR-FICHIER                                             00001530
              AT END                                                    00001540
              MOVE '1' TO FIN-ALR                                       00001550
              GO TO 2100-FIN                                            00001560
           END-READ.                                                    00001570
           ADD 1 TO W-NB-LUES.                                          00001580
           IF W-MODE-POSITION AND W-NB-LUES NOT > W-DEJA-LUES           00001590
              GO TO 2100-FIN                                            00001600
           END-IF.                                                      00001610
           IF W-MODE-HORODATE AND ALR-TIMESTAMP NOT > W-DERNIER-TS      00001620
              GO TO 2100-FIN                                            00001630
           END-IF.                                                      00001640
           MOVE ALR-TIMESTAMP TO LC-HORODATE.                           00001650
           MOVE SPACE TO LC-MESSAGE.                                    00001660
           MOVE 'AVERTISSEMENT' TO LC-GRAVITE.                          00001670
           IF ALR-GRAVITE = 'C'                                         00001680
              MOVE 'CRITIQUE' TO LC-GRAVITE                             00001690
              ADD 1 TO W-NB-CRITIQUES                                   00001700
           END-IF.                                                      00001710
           IF ALR-GRAVITE = 'M'                                         00001720
              MOVE 'MAJEURE' TO LC-GRAVITE                              00001730
           END-IF.                                                      00001740
           MOVE ALR-PROGRAMME TO LC-SOURCE.                             00001750
           MOVE ALR-CODE TO LC-CODE.                                    00001760
           IF ALR-CLE = SPACE                                           00001770
              MOVE ALR-TEXTE TO LC-MESSAGE                              00001780
           ELSE                                                         00001790
              STRING ALR-CLE DELIMITED BY '  '                          00001800
                     ' ' ALR-TEXTE DELIMITED BY SIZE                    00001810
                     INTO LC-MESSAGE                                    00001820
           END-IF.                                                      00001830
           WRITE CON-REC FROM LIGNE-CON.                                00001840
           ADD 1 TO W-NB-NOUVELLES.                                     00001850
           IF ALR-TIMESTAMP > W-NOUVEAU-TS                              00001860
              MOVE ALR-TIMESTAMP TO W-NOUVEAU-TS                        00001870
           END-IF.                                                      00001880
       2100-FIN. EXIT.                                                  00001890
      ******************************************************************00001900
      *  3000 : NOUVELLE MARQUE DE TRANSMISSION                        *00001910
      ******************************************************************00001920
       3000-MAJ-CONTROLE.                                               00001930
           DISPLAY 'ALERTES LUES          = ' W-NB-LUES.                00001940
           DISPLAY 'ALERTES TRANSMISES    = ' W-NB-NOUVELLES.           00001950
           DISPLAY 'DONT CRITIQUES        = ' W-NB-CRITIQUES.           00001960
           IF ALR-STATUS NOT = '00' AND ALR-STATUS NOT = '10'           00001970
              GO TO 3000-FIN                                            00001980
           END-IF.                                                      00001990
           OPEN OUTPUT CTL-FICHIER.                                     00002000
           IF CTL-STATUS NOT = '00'                                     00002010
              DISPLAY 'MISE A JOUR ALRCTL IMPOSSIBLE - STATUT '         00002020
                      CTL-STATUS                                        00002030
              MOVE 8 TO RETURN-CODE                                     00002040
              GO TO 3000-FIN                                            00002050
           END-IF.                                                      00002060
           ADD W-NB-NOUVELLES TO W-NB-TRANSMIS.                         00002070
           MOVE SPACE TO CTL-REC.                                       00002080
           MOVE W-NOUVEAU-TS TO CTL-DERNIER-TS.                         00002090
           MOVE W-NB-LUES TO CTL-NB-LUES.                               00002100
           MOVE W-NB-TRANSMIS TO CTL-NB-TRANSMIS.                       00002110
           WRITE CTL-REC.                                               00002120
           CLOSE CTL-FICHIER.                                           00002130
       3000-FIN. EXIT.                                                  00002140

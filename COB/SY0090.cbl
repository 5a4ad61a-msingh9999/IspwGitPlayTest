      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME APPELE : SY0090                      *00000020
      *  NOM                  : SY0090                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : CONTROLE DE PERIODE CLOSE.  CHARGE AU  *00000070
      *                         PREMIER APPEL LE FICHIER DE CONTROLE   *00000080
      *                         DES PERIODES PERQH (DERNIER ETAT 'C'   *00000090
      *                         CLOS OU 'O' ROUVERT PAR MOIS) ET DIT   *00000100
      *                         SI LE MOIS D'UNE DATE COMMANDE EST     *00000110
      *                         CLOS.  LES MISES A JOUR QH REFUSEES    *00000120
      *                         POUR MOIS CLOS SONT ECRITES PAR CE     *00000130
      *                         MODULE DANS LE FICHIER DES             *00000140
      *                         AJUSTEMENTS TARDIFS LATQH.             *00000150
      ******************************************************************00000160
                                                                        00000170
       IDENTIFICATION DIVISION.                                         00000180
       PROGRAM-ID.        SY0090.                                       00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           SELECT     PER-FICHIER   ASSIGN    TO  PERQH                 00000230
           FILE STATUS IS                     PER-STATUS.               00000240
           SELECT     LAT-FICHIER   ASSIGN    TO  LATQH                 00000250
           FILE STATUS IS                     LAT-STATUS.               00000260
       DATA DIVISION.                                                   00000270
       FILE SECTION.                                                    00000280
       FD  PER-FICHIER                                                  00000290
           LABEL RECORDS STANDARD                                       00000300
           BLOCK CONTAINS 0 RECORDS                                     00000310
           RECORDING MODE IS F.                                         00000320
       01  PER-REC.                                                     00000330
           05  PER-MOIS            PIC 9(6).                            00000340
           05  PER-ETAT            PIC X.                               00000350
           05  PER-OPER            PIC X(8).                            00000360
           05  PER-TIMESTAMP       PIC X(26).                           00000370
           05  FILLER              PIC X(39).                           00000380
       FD  LAT-FICHIER                                                  00000390
           LABEL RECORDS STANDARD                                       00000400
           BLOCK CONTAINS 0 RECORDS                                     00000410
           RECORDING MODE IS F.                                         00000420
       01  LAT-REC.                                                     00000430
           05  LAT-PROGRAMME       PIC X(8).                            00000440
           05  LAT-ORIGINE         PIC X(2).                            00000450
           05  LAT-KQH01           PIC X(21).                           00000460
           05  LAT-MOIS            PIC 9(6).                            00000470
           05  LAT-TIMESTAMP       PIC X(26).                           00000480
           05  LAT-QH00            PIC X(80).                           00000490
           05  LAT-MVT             PIC X(80).                           00000500
       WORKING-STORAGE SECTION.                                         00000510
       01  PER-STATUS              PIC XX VALUE ZERO.                   00000520
       01  LAT-STATUS              PIC XX VALUE ZERO.                   00000530
       01  W-PER-CHARGE            PIC X  VALUE 'N'.                    00000540
       01  W-LAT-OUVERT            PIC X  VALUE 'N'.                    00000550
       01  FIN-PER                 PIC X  VALUE '0'.                    00000560
           88  PER-TERMINE                VALUE '1'.                    00000570
       01  W-MOIS                  PIC 9(6) VALUE ZERO.                 00000580
       01  W-PER-CPT               PIC 9(4) VALUE ZERO.                 00000590
       01  W-PER-IX                PIC 9(4) VALUE ZERO.                 00000600
       01  W-PER-TROUVE            PIC X  VALUE 'N'.                    00000610
       01  W-PER-TABLE.                                                 00000620
           05  W-PER-ENT           OCCURS 600 TIMES.                    00000630
               10  W-PER-EMOIS     PIC 9(6).                            00000640
               10  W-PER-EETAT     PIC X.                               00000650
       COPY SY0099.                                                     00000660
       LINKAGE SECTION.                                                 00000670
       COPY SY0090.                                                     00000680
       PROCEDURE DIVISION USING SY0090-PARMS.                           00000690
       0000-MAINLINE.                                                   00000700
           IF X90-FONC-CONTROLER                                        00000710
              PERFORM 1000-CONTROLER THRU 1000-FIN                      00000720
           END-IF.                                                      00000730
           IF X90-FONC-ECRIRE                                           00000740
              PERFORM 2000-ECRIRE THRU 2000-FIN                         00000750
           END-IF.                                                      00000760
           IF X90-FONC-FERMER                                           00000770
              PERFORM 3000-FERMER THRU 3000-FIN                         00000780
           END-IF.                                                      00000790
           GOBACK.                                                      00000800
       1000-CONTROLER.                                                  00000810
           MOVE 'N' TO X90-CLOS.                                        00000820
           IF W-PER-CHARGE NOT = 'O'                                    00000830
              PERFORM 1100-CHARGER THRU 1100-FIN                        00000840
           END-IF.                                                      00000850
           DIVIDE X90-DATE BY 100 GIVING W-MOIS.                        00000860
           MOVE 'N' TO W-PER-TROUVE.                                    00000870
           PERFORM 1200-CHERCHER THRU 1200-FIN                          00000880
              VARYING W-PER-IX FROM 1 BY 1                              00000890
              UNTIL W-PER-IX > W-PER-CPT                                00000900
                 OR W-PER-TROUVE = 'O'.                                 00000910
       1000-FIN. EXIT.                                                  00000920
       1100-CHARGER.                                                    00000930
           MOVE 'O' TO W-PER-CHARGE.                                    00000940
           OPEN INPUT PER-FICHIER.                                      00000950
           IF PER-STATUS NOT = '00'                                     00000960
              GO TO 1100-FIN                                            00000970
           END-IF.                                                      00000980
           PERFORM 1110-LIRE THRU 1110-FIN                              00000990
              UNTIL PER-TERMINE.                                        00001000
           CLOSE PER-FICHIER.                                           00001010
       1100-FIN. EXIT.                                                  00001020
       1110-LIRE.                                                       00001030
           READ PER-FICHIER                                             00001040
              AT END                                                    00001050
              MOVE '1' TO FIN-PER                                       00001060
              GO TO 1110-FIN                                            00001070
           END-READ.                                                    00001080
           IF PER-ETAT NOT = 'C' AND PER-ETAT NOT = 'O'                 00001090
              GO TO 1110-FIN                                            00001100
           END-IF.                                                      00001110
           MOVE 'N' TO W-PER-TROUVE.                                    00001120
           PERFORM 1120-MAJ THRU 1120-FIN                               00001130
              VARYING W-PER-IX FROM 1 BY 1                              00001140
              UNTIL W-PER-IX > W-PER-CPT                                00001150
                 OR W-PER-TROUVE = 'O'.                                 00001160
           IF W-PER-TROUVE = 'N'                                        00001170
              IF W-PER-CPT < 600                                        00001180
                 ADD 1 TO W-PER-CPT                                     00001190
                 MOVE PER-MOIS TO W-PER-EMOIS (W-PER-CPT)               00001200
                 MOVE PER-ETAT TO W-PER-EETAT (W-PER-CPT)               00001210
              ELSE                                                      00001220
                 DISPLAY 'SY0090 TABLE DES PERIODES SATUREE'            00001230
              END-IF                                                    00001240
           END-IF.                                                      00001250
       1110-FIN. EXIT.                                                  00001260
       1120-MAJ.                                                        00001270
           IF W-PER-EMOIS (W-PER-IX) = PER-MOIS                         00001280
              MOVE PER-ETAT TO W-PER-EETAT (W-PER-IX)                   00001290
              MOVE 'O' TO W-PER-TROUVE                                  00001300
           END-IF.                                                      00001310
       1120-FIN. EXIT.                                                  00001320
       1200-CHERCHER.                                                   00001330
           IF W-PER-EMOIS (W-PER-IX) = W-MOIS                           00001340
              MOVE 'O' TO W-PER-TROUVE                                  00001350
              IF W-PER-EETAT (W-PER-IX) = 'C'                           00001360
                 MOVE 'O' TO X90-CLOS                                   00001370
              END-IF                                                    00001380
           END-IF.                                                      00001390
       1200-FIN. EXIT.                                                  00001400
       2000-ECRIRE.                                                     00001410
           IF W-LAT-OUVERT NOT = 'O'                                    00001420
              OPEN EXTEND LAT-FICHIER                                   00001430
              IF LAT-STATUS = '05' OR LAT-STATUS = '35'                 00001440
                 OPEN OUTPUT LAT-FICHIER                                00001450
              END-IF                                                    00001460
              MOVE 'O' TO W-LAT-OUVERT                                  00001470
           END-IF.                                                      00001480
           MOVE 'C' TO X99-FONCTION.                                    00001490
           CALL 'SY0099' USING SY0099-PARMS.                            00001500
           MOVE X90-PROGRAMME TO LAT-PROGRAMME.                         00001510
           MOVE X90-ORIGINE TO LAT-ORIGINE.                             00001520
           MOVE X90-KQH01 TO LAT-KQH01.                                 00001530
           DIVIDE X90-DATE BY 100 GIVING LAT-MOIS.                      00001540
           MOVE X99-TIMESTAMP TO LAT-TIMESTAMP.                         00001550
           MOVE X90-QH00 TO LAT-QH00.                                   00001560
           MOVE X90-MVT TO LAT-MVT.                                     00001570
           WRITE LAT-REC.                                               00001580
       2000-FIN. EXIT.                                                  00001590
       3000-FERMER.                                                     00001600
           IF W-LAT-OUVERT = 'O'                                        00001610
              CLOSE LAT-FICHIER                                         00001620
              MOVE 'N' TO W-LAT-OUVERT                                  00001630
           END-IF.                                                      00001640
       3000-FIN. EXIT.                                                  00001650

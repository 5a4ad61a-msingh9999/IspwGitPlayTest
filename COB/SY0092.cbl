      *  NOM                  : SY0092                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 02 SEPTEMBRE 2026                      *00000050
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                        *00000060
      *  REMARQUES            : SURVEILLANCE DES FENETRES BATCH.       *00000070
      *                         CONFRONTE LES PASSAGES DU JOUR DANS    *00000080
      *                         OPSLOG (PHASES D/F DE SY0095) AU       *00000090
      *                         DEMARRAGES TARDIFS ET DEPASSEMENTS     *00000130
      *                         DE DUREE.  CODE RETOUR 8 EN CAS        *00000140
      *                         D'ANOMALIE.                            *00000150
      *                         CHAQUE ANOMALIE EST EMISE EN           *00000153
      *                         ALERTE D'EXPLOITATION (SY0087).        *00000156
      ******************************************************************00000160
                                                                        00000170
       IDENTIFICATION DIVISION.                                         00000180
               10  W-SCH-FRQ       PIC 9(3).                            00000842
               10  W-SCH-NB-F      PIC 9(3).                            00000844
       COPY SY0099.                                                     00000850
       COPY SY0087.                                                     00000855
       01  LIGNE-TITRE             PIC X(100) VALUE                     00000860
           'SURVEILLANCE DES FENETRES BATCH (OPSLOG / SCHREF)'.         00000870
       01  LIGNE-DET.                                                   00000880
              MOVE 'PASSAGE MANQUANT' TO LD-TEXTE                       00002120
              WRITE RPT-REC FROM LIGNE-DET                              00002130
              ADD 1 TO W-ALERTES                                        00002140
              PERFORM 3300-ALERTER THRU 3300-FIN                        00002145
              GO TO 3100-FIN                                            00002150
           END-IF.                                                      00002160
           IF W-SCH-VU-D (W-IX) = 'O'                                   00002170
              MOVE 'FIN NON JOURNALISEE' TO LD-TEXTE                    00002190
              WRITE RPT-REC FROM LIGNE-DET                              00002200
              ADD 1 TO W-ALERTES                                        00002210
              PERFORM 3300-ALERTER THRU 3300-FIN                        00002215
              GO TO 3100-FIN                                            00002220
           END-IF.                                                      00002230
           IF W-SCH-VU-D (W-IX) = 'O'                                   00002240
              MOVE 'DEMARRAGE HORS FENETRE' TO LD-TEXTE                 00002270
              WRITE RPT-REC FROM LIGNE-DET                              00002280
              ADD 1 TO W-ALERTES                                        00002290
              PERFORM 3300-ALERTER THRU 3300-FIN                        00002295
           END-IF.                                                      00002300
           IF W-SCH-VU-D (W-IX) = 'O'                                   00002310
              AND W-SCH-VU-F (W-IX) = 'O'                               00002320
                 MOVE 'DUREE MAXIMALE DEPASSEE' TO LD-TEXTE             00002360
                 WRITE RPT-REC FROM LIGNE-DET                           00002370
                 ADD 1 TO W-ALERTES                                     00002380
                 PERFORM 3300-ALERTER THRU 3300-FIN                     00002385
              ELSE                                                      00002390
                 MOVE 'OK' TO LD-TEXTE                                  00002400
                 WRITE RPT-REC FROM LIGNE-DET                           00002410
              END-IF                                                    00002420
           END-IF.                                                      00002430
           IF W-SCH-NB-F (W-IX) < W-SCH-FRQ (W-IX)                      00002432
              MOVE 'NOMBRE DE PASSAGES INSUFFISANT' TO LD-TEXTE         00002433
              MOVE W-SCH-NB-F (W-IX) TO LD-DUREE                        00002434
              WRITE RPT-REC FROM LIGNE-DET                              00002435
              ADD 1 TO W-ALERTES                                        00002436
              PERFORM 3300-ALERTER THRU 3300-FIN                        00002437
           END-IF.                                                      00002438
       3100-FIN. EXIT.                                                  00002442
       3200-DUREE.                                                      00002450
           MOVE W-SCH-HDEB (W-IX) (1:2) TO W-HH.                        00002460
              ADD 86400 TO W-ELAPSED                                    00002560
           END-IF.                                                      00002570
       3200-FIN. EXIT.                                                  00002580
       3300-ALERTER.                                                    00002590
           MOVE 'SY0092' TO X87-PROGRAMME.                              00002600
           MOVE LD-PROG TO X87-CLE.                                     00002610
           MOVE LD-TEXTE TO X87-TEXTE.                                  00002620
           MOVE 'M' TO X87-GRAVITE.                                     00002630
           MOVE 'SLADUREE' TO X87-CODE.                                 00002640
           IF LD-TEXTE = 'PASSAGE MANQUANT'                             00002650
              MOVE 'C' TO X87-GRAVITE                                   00002660
              MOVE 'SLAMANQ' TO X87-CODE                                00002670
           END-IF.                                                      00002680
           IF LD-TEXTE = 'FIN NON JOURNALISEE'                          00002690
              MOVE 'SLAFIN' TO X87-CODE                                 00002700
           END-IF.                                                      00002710
           IF LD-TEXTE = 'DEMARRAGE HORS FENETRE'                       00002720
              MOVE 'A' TO X87-GRAVITE                                   00002730
              MOVE 'SLAHORS' TO X87-CODE                                00002740
           END-IF.                                                      00002750
           IF LD-TEXTE = 'NOMBRE DE PASSAGES INSUFFISANT'               00002760
              MOVE 'SLAFREQ' TO X87-CODE                                00002770
           END-IF.                                                      00002780
           CALL 'SY0087' USING SY0087-PARMS.                            00002790
       3300-FIN. EXIT.                                                  00002800

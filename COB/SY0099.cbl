      *  NOM                  : SY0099                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 22 AOUT 2026                           *00000050
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                        *00000060
      *                         AJOUT DE LA FONCTION 'R' (RECUL DE     *00000061
      *                         N JOURS CALENDAIRES) ; TABLE DES       *00000062
      *                         FERIES HOLCAL PORTEE A 500 JOURS.      *00000063
      *                         02 SEPTEMBRE 2026 : AJOUT DES          *00000064
      *                         FONCTIONS CALENDRIER ('J','N','P',     *00000065
      *                         'E') SUR LE FICHIER DES JOURS          *00000066
      *                         FERIES HOLCAL.                         *00000067
      *  REMARQUES            : SERVICE DATE/SIECLE PARTAGE PAR LES    *00000070
      *                         PROGRAMMES BATCH.  UNE SEULE FENETRE   *00000080
      *                         DE SIECLE POUR TOUTE L'INSTALLATION :  *00000090
       01  W-CAL-CPT               PIC 9(3) VALUE ZERO.                 00000204
       01  W-CAL-IX                PIC 9(3) VALUE ZERO.                 00000205
       01  W-CAL-TABLE.                                                 00000206
           05  W-CAL-FERIE         PIC 9(8) OCCURS 500 TIMES.           00000207
       01  W-FERIE-TROUVE          PIC X  VALUE 'N'.                    00000208
       01  W-ZEL-AAAA              PIC 9(4) VALUE ZERO.                 00000209
       01  W-ZEL-MM                PIC 9(2) VALUE ZERO.                 00000210
                 IF X99-FONC-VALIDER                                    00000540
                    PERFORM 3000-VALIDER THRU 3000-FIN                  00000550
                 ELSE                                                   00000560
                    IF X99-FONC-RECUL                                   00000562
                       PERFORM 7500-RECULER THRU 7500-FIN               00000564
                    ELSE                                                00000566
                       PERFORM 0100-CALENDRIER THRU 0100-FIN            00000568
                    END-IF                                              00000570
                 END-IF                                                 00000580
              END-IF                                                    00000590
           END-IF.                                                      00000600
              MOVE 'O' TO W-CAL-FIN                                     00001970
              GO TO 8000-FERMER                                         00001980
           END-READ.                                                    00001990
           IF CAL-DATE NUMERIC AND W-CAL-CPT < 500                      00002000
              ADD 1 TO W-CAL-CPT                                        00002010
              MOVE CAL-DATE TO W-CAL-FERIE (W-CAL-CPT)                  00002020
           END-IF.                                                      00002030
              END-IF                                                    00002950
           END-IF.                                                      00002960
       8400-FIN. EXIT.                                                  00002970
       7500-RECULER.                                                    00002980
           IF X99-NB-JOURS < ZERO                                       00002990
              MOVE 'N' TO X99-VALIDE                                    00003000
              GO TO 7500-FIN                                            00003010
           END-IF.                                                      00003020
           MOVE X99-DATE-8 TO W-DATE-CIBLE.                             00003030
           MOVE ZERO TO W-GARDE-FOU.                                    00003040
       7500-BOUCLE.                                                     00003050
           IF W-GARDE-FOU NOT < X99-NB-JOURS                            00003060
              GO TO 7500-SORTIE                                         00003070
           END-IF.                                                      00003080
           PERFORM 8300-JOUR-PRECEDENT THRU 8300-FIN.                   00003090
           ADD 1 TO W-GARDE-FOU.                                        00003100
           GO TO 7500-BOUCLE.                                           00003110
       7500-SORTIE.                                                     00003120
           MOVE W-DATE-CIBLE TO X99-DATE-8.                             00003130
           MOVE 'O' TO X99-VALIDE.                                      00003140
       7500-FIN. EXIT.                                                  00003150

      *  NOM                  : SY0093                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 02 SEPTEMBRE 2026                      *00000050
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                        *00000060
      *  REMARQUES            : VERROU DE SERIALISATION DES MISES A    *00000070
      *                         JOUR D'UNE RESSOURCE PARTAGEE.  LE     *00000080
      *                         FICHIER DE CONTROLE LOKCTL PORTE UN    *00000090
      *                         OPERATION (PRISE, LIBERATION,          *00000110
      *                         LIBERATION FORCEE) EST JOURNALISEE     *00000120
      *                         DANS LOKAUD.                           *00000130
      *                         LA LIBERATION FORCEE EXIGE UN          *00000133
      *                         OPERATEUR HABILITE (SY0085).           *00000136
      *                         L'ABANDON ('A', MODULE SY0081)         *00000137
      *                         LIBERE TOUS LES VERROUS DU             *00000138
      *                         PROGRAMME APRES ERREUR FATALE.         *00000139
      ******************************************************************00000140
                                                                        00000150
       IDENTIFICATION DIVISION.                                         00000160
       01  AUD-STATUS              PIC XX VALUE ZERO.                   00000500
       01  W-TROUVE                PIC X  VALUE 'N'.                    00000510
       01  W-LOK-SAUVE             PIC X(43) VALUE SPACE.               00000512
       01  W-LIBERE                PIC X(8) VALUE SPACE.                00000514
       01  FIN-LOK                 PIC X  VALUE '0'.                    00000520
           88  LOK-TERMINE                VALUE '1'.                    00000530
       COPY SY0099.                                                     00000540
       COPY SY0085.                                                     00000545
       LINKAGE SECTION.                                                 00000550
       COPY SY0093.                                                     00000560
       PROCEDURE DIVISION USING SY0093-PARMS.                           00000570
       0000-MAINLINE.                                                   00000580
           MOVE 'C' TO X99-FONCTION.                                    00000590
           CALL 'SY0099' USING SY0099-PARMS.                            00000595
           MOVE 'O' TO X93-ETAT.                                        00000600
           MOVE SPACES TO X93-DETENTEUR X93-DEPUIS.                     00000605
           IF X93-FONC-FORCER                                           00000610
              PERFORM 0500-HABILITER THRU 0500-FIN                      00000615
              IF X93-REFUSE                                             00000620
                 PERFORM 4000-AUDITER THRU 4000-FIN                     00000625
                 GOBACK                                                 00000630
              END-IF                                                    00000635
           END-IF.                                                      00000640
           IF X93-FONC-ABANDON                                          00000645
              PERFORM 6000-ABANDONNER THRU 6000-FIN                     00000650
              GOBACK                                                    00000655
           END-IF.                                                      00000660
           PERFORM 1000-LIRE-VERROU THRU 1000-FIN.                      00000665
           IF X93-FONC-PRENDRE                                          00000670
              PERFORM 2000-PRENDRE THRU 2000-FIN                        00000675
           ELSE                                                         00000680
              IF X93-FONC-LIBERER OR X93-FONC-FORCER                    00000685
                 PERFORM 3000-LIBERER THRU 3000-FIN                     00000690
              ELSE                                                      00000695
                 MOVE 'N' TO X93-ETAT                                   00000700
              END-IF                                                    00000705
           END-IF.                                                      00000710
           GOBACK.                                                      00000715
        1000-LIRE-VERROU.                                               00000740
           MOVE 'N' TO W-TROUVE.                                        00000750
           MOVE '0' TO FIN-LOK.                                         00000760
              MOVE 'LIBERE' TO AUD-ACTION                               00001460
           END-IF.                                                      00001470
           IF X93-FONC-FORCER                                           00001480
              IF X93-REFUSE                                             00001482
                 MOVE 'REFUS' TO AUD-ACTION                             00001484
                 STRING 'FORCAGE NON HABILITE ' X93-OPERATEUR           00001486
                        DELIMITED BY SIZE INTO AUD-NOTE                 00001488
              ELSE                                                      00001490
                 MOVE 'FORCE' TO AUD-ACTION                             00001492
                 STRING 'LIBERATION FORCEE PAR ' X93-OPERATEUR          00001494
                        DELIMITED BY SIZE INTO AUD-NOTE                 00001496
              END-IF                                                    00001498
           END-IF.                                                      00001500
           IF X93-FONC-ABANDON                                          00001505
              MOVE 'ABANDON' TO AUD-ACTION                              00001509
              MOVE 'LIBERATION SUR ERREUR FATALE' TO AUD-NOTE           00001513
           END-IF.                                                      00001517
           WRITE AUD-REC.                                               00001520
           CLOSE AUD-FICHIER.                                           00001530
       4000-FIN. EXIT.                                                  00001540
       0500-HABILITER.                                                  00001550
           MOVE X93-OPERATEUR TO X85-OPERATEUR.                         00001560
           MOVE 'SY0093' TO X85-PROGRAMME.                              00001570
           MOVE 'F' TO X85-FONCTION.                                    00001580
           MOVE X93-RESSOURCE TO X85-CLE.                               00001590
           CALL 'SY0085' USING SY0085-PARMS.                            00001600
           IF X85-REFUSE                                                00001610
              MOVE 'N' TO X93-ETAT                                      00001620
           END-IF.                                                      00001630
       0500-FIN. EXIT.                                                  00001640
       6000-ABANDONNER.                                                 00001650
           MOVE '0' TO FIN-LOK.                                         00001660
           MOVE SPACES TO W-LIBERE.                                     00001670
           OPEN I-O LOK-FICHIER.                                        00001680
           IF LOK-STATUS NOT = '00'                                     00001690
              MOVE SPACES TO X93-RESSOURCE                              00001700
              GO TO 6000-FIN                                            00001710
           END-IF.                                                      00001720
           PERFORM 6100-LIBERER-UN THRU 6100-FIN                        00001730
              UNTIL LOK-TERMINE.                                        00001740
           CLOSE LOK-FICHIER.                                           00001750
           MOVE W-LIBERE TO X93-RESSOURCE.                              00001760
       6000-FIN. EXIT.                                                  00001770
       6100-LIBERER-UN.                                                 00001780
           READ LOK-FICHIER                                             00001790
              AT END                                                    00001800
              MOVE '1' TO FIN-LOK                                       00001810
              GO TO 6100-FIN                                            00001820
           END-READ.                                                    00001830
           IF NOT LOK-PRIS OR LOK-PROGRAMME NOT = X93-PROGRAMME         00001840
              GO TO 6100-FIN                                            00001850
           END-IF.                                                      00001860
           MOVE LOK-RESSOURCE TO X93-RESSOURCE W-LIBERE.                00001870
           MOVE 'L' TO LOK-ETAT.                                        00001880
           MOVE SPACES TO LOK-PROGRAMME.                                00001890
           MOVE X99-TIMESTAMP TO LOK-TIMESTAMP.                         00001900
           REWRITE LOK-REC.                                             00001910
           PERFORM 4000-AUDITER THRU 4000-FIN.                          00001920
       6100-FIN. EXIT.                                                  00001930

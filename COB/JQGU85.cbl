008700      10            I-CPD1A     PICTURE  X(2).                    JQGU85
008710     COPY SY0093.                                                 JQGU85
008710 01                 W-VERROU     PICTURE  X  VALUE 'N'.           JQGU85
008710     COPY SY0090.                                                 JQGU85
008710     COPY SY0085.                                                 JQGU85
008710 01                 W-PC-CLOS    PICTURE  X  VALUE 'N'.           JQGU85
008800 PROCEDURE DIVISION.                                              JQGU85
008810 U00V.                                                            JQGU85
008810      MOVE       'P' TO X93-FONCTION                              JQGU85
012300           IF         ENR-TROUVE                                  JQGU85
012400           NEXT SENTENCE ELSE GO TO      U10-NOTFND.              JQGU85
012500           MOVE       QH00 TO W-AVANT                             JQGU85
012500           MOVE       'C' TO X90-FONCTION                         JQGU85
012500           MOVE       QH00-DCD1A TO X90-DATE                      JQGU85
012500           CALL       'SY0090' USING SY0090-PARMS                 JQGU85
012500           MOVE       X90-CLOS TO W-PC-CLOS                       JQGU85
012600           GO TO      U15.                                        JQGU85
012700 U10-NOTFND.                                                      JQGU85
012800           DISPLAY    'AUCUNE COMMANDE TROUVEE POUR CETTE CLE'    JQGU85
013400           DISPLAY    'CODE ANNULATION (CCA1A): ' QH00-CCA1A      JQGU85
013500           DISPLAY    'QTE COMMANDEE  (QCD1B) : ' QH00-QCD1B      JQGU85
013600           DISPLAY    'QTE ENVOYEE    (QEN1A) : ' QH00-QEN1A.     JQGU85
013600           IF         W-PC-CLOS  =  'O'                           JQGU85
013600           DISPLAY    '*** COMMANDE D UN MOIS CLOS : CORRECTION'  JQGU85
013600           DISPLAY    '*** MISE EN AJUSTEMENT TARDIF (LATQH)'.    JQGU85
013700 U15-FN.   EXIT.                                                  JQGU85
013800 U20.      DISPLAY    'NOUVEL ETAT COMMANDE  [= INCHANGE] : '     JQGU85
013900                      WITH NO ADVANCING                           JQGU85
018900           DISPLAY    'CORRECTION ABANDONNEE'                     JQGU85
019000           MOVE       W-AVANT TO QH00                             JQGU85
019100           GO TO      U40.                                        JQGU85
019100           MOVE       W-OPER TO X85-OPERATEUR                     JQGU85
019100           MOVE       'JQGU85' TO X85-PROGRAMME                   JQGU85
019100           MOVE       'C' TO X85-FONCTION                         JQGU85
019100           MOVE       QH00-KQH01 TO X85-CLE                       JQGU85
019100           CALL       'SY0085' USING SY0085-PARMS                 JQGU85
019100           IF         X85-REFUSE                                  JQGU85
019100           DISPLAY    'OPERATEUR NON HABILITE - CORRECTION'       JQGU85
019100                      ' REFUSEE'                                  JQGU85
019100           MOVE       W-AVANT TO QH00                             JQGU85
019100           GO TO      U40.                                        JQGU85
019200           IF         W-PC-CLOS  =  'O'                           JQGU85
019200           MOVE       'E' TO X90-FONCTION                         JQGU85
019200           MOVE       'JQGU85' TO X90-PROGRAMME                   JQGU85
019200           MOVE       'CR' TO X90-ORIGINE                         JQGU85
019200           MOVE       QH00-KQH01 TO X90-KQH01                     JQGU85
019200           MOVE       QH00-DCD1A TO X90-DATE                      JQGU85
019200           MOVE       W-AVANT TO X90-QH00                         JQGU85
019200           MOVE       QH00 TO X90-MVT                             JQGU85
019200           CALL       'SY0090' USING SY0090-PARMS                 JQGU85
019200           DISPLAY    'MOIS CLOS - CORRECTION MISE EN AJUSTEMENT' JQGU85
019200                      ' TARDIF, QH NON MODIFIE'                   JQGU85
019200           MOVE       W-AVANT TO QH00                             JQGU85
019200           GO TO      U40.                                        JQGU85
019200           ACCEPT     DATOR FROM DATE                             JQGU85
019300           ACCEPT     TIMCO FROM TIME                             JQGU85
019400           MOVE       W-OPER TO AU-OPER                           JQGU85
021400 U40-FN.   EXIT.                                                  JQGU85
021500 U99.      CLOSE                         QH-FICHIER               JQGU85
021600                                         AU-FICHIER.              JQGU85
021600           MOVE       'F' TO X90-FONCTION                         JQGU85
021600           CALL       'SY0090' USING SY0090-PARMS.                JQGU85
021700 U99-FN.   EXIT.                                                  JQGU85
021710 U99V.     IF         W-VERROU  =  'O'                            JQGU85
021710      MOVE       'L' TO X93-FONCTION                              JQGU85

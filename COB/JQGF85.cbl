017200      05       5-EX00-CPTENR PICTURE S9(9) VALUE ZERO.            JQGF85
017300      05       5-EX00-ETACPT PICTURE S9(9) VALUE ZERO.            JQGF85
017310      05       5-EX00-REFCPT PICTURE S9(9) VALUE ZERO.            JQGF85
017310      05       5-LA00-CPTENR PICTURE S9(9) VALUE ZERO.            JQGF85
017310      05       CK-CPTENR     PICTURE S9(9) VALUE ZERO.            JQGF85
017310      05       CK-EVERY      PICTURE S9(9) VALUE 1000.            JQGF85
017400     COPY SY0099.                                                 JQGF85
017500     COPY SY0095.                                                 JQGF85
017600     COPY SY0093.                                                 JQGF85
017700 01                 W-VERROU     PICTURE  X  VALUE 'N'.           JQGF85
017700     COPY SY0090.                                                 JQGF85
017700 01                 W-PC-CLOS    PICTURE  X  VALUE 'N'.           JQGF85
017910 01                 RF-STATUS    PICTURE  XX VALUE ZERO.          JQGF85
017910 01                 W-RF-CHARGE  PICTURE  X  VALUE 'N'.           JQGF85
017910 01                 W-RF-FIN     PICTURE  X  VALUE 'N'.           JQGF85
032810      ADD         1 TO 5-EX00-REFCPT                              JQGF85
032810      MOVE        'N' TO W-RF-OK.                                 JQGF85
032810 M15RF-FN. EXIT.                                                  JQGF85
032900*          NOTE * COMMANDE D UN MOIS CLOS : AJUSTEMENT TARDIF *.  JQGF85
032900 M16PC.                                                           JQGF85
032900      MOVE        'N' TO W-PC-CLOS                                JQGF85
032900      MOVE        'C' TO X90-FONCTION                             JQGF85
032900      MOVE        KA00-DCD1A TO X90-DATE                          JQGF85
032900      CALL        'SY0090' USING SY0090-PARMS                     JQGF85
032900      IF          X90-MOIS-OUVERT                                 JQGF85
032900      GO TO       M16PC-FN.                                       JQGF85
032900      MOVE        'O' TO W-PC-CLOS                                JQGF85
032900      ADD         1 TO 5-LA00-CPTENR                              JQGF85
032900      MOVE        'E' TO X90-FONCTION                             JQGF85
032900      MOVE        'JQGF85' TO X90-PROGRAMME                       JQGF85
032900      MOVE        'KA' TO X90-ORIGINE                             JQGF85
032900      MOVE        W-CLE-KA TO X90-KQH01                           JQGF85
032900      MOVE        KA00 TO X90-MVT                                 JQGF85
032900      CALL        'SY0090' USING SY0090-PARMS.                    JQGF85
032900 M16PC-FN. EXIT.                                                  JQGF85
032900 M10ED.                                                           JQGF85
033000      MOVE        KA00-DCD1A TO KA-DCD1A-EDIT                     JQGF85
033100      MOVE        'S' TO X99-FONCTION                             JQGF85
035900      ADD         1 TO 5-EX00-CPTENR                              JQGF85
036000      ADD         1 TO 5-EX00-ETACPT                              JQGF85
036100      GO TO       M40MAJ-FN.                                      JQGF85
036100      MOVE        QH00 TO X90-QH00                                JQGF85
036100      PERFORM     M16PC THRU M16PC-FN.                            JQGF85
036100      IF          W-PC-CLOS  =  'O'                               JQGF85
036100      GO TO       M40MAJ-FN.                                      JQGF85
036200      MOVE        QH00 TO W-QH00-AVANT                            JQGF85
036300      MOVE        KA00-CCD1D TO QH00-CCD1D                        JQGF85
036400      MOVE        KA00-CCANA TO QH00-CCANA                        JQGF85
038200      END-IF.                                                     JQGF85
038300 M40MAJ-FN. EXIT.                                                 JQGF85
038400 M50INS.                                                          JQGF85
038400      MOVE        SPACES TO X90-QH00                              JQGF85
038400      PERFORM     M16PC THRU M16PC-FN.                            JQGF85
038400      IF          W-PC-CLOS  =  'O'                               JQGF85
038400      GO TO       M50INS-FN.                                      JQGF85
038500      MOVE        LOW-VALUE TO QH00-KQH01                         JQGF85
038600      MOVE        KA00-NCNCP TO QH00-NCNCP                        JQGF85
038700      MOVE        KA00-DCD1A TO QH00-DCD1A                        JQGF85
045400      PERFORM     M07DP THRU M07DP-FN.                            JQGF85
045500      CLOSE       KA-FICHIER QH-FICHIER                           JQGF85
045600                  DL-FICHIER JN-FICHIER DP-FICHIER.               JQGF85
045600      MOVE        'F' TO X90-FONCTION                             JQGF85
045600      CALL        'SY0090' USING SY0090-PARMS.                    JQGF85
045410      MOVE        'JQGF85' TO GN-PROGR                            JQGF85
045410      MOVE        SPACES TO GN-DATGN GN-CODUTI GN-RELEAS          JQGF85
045410      MOVE        DATOR TO GN-DATOR                               JQGF85
045450             RC-LIBELLE                                           JQGF85
045450      MOVE   5-EX00-REFCPT TO RC-COMPTEUR                         JQGF85
045450      WRITE  RC-REC                                               JQGF85
047500      MOVE   'AJUSTEMENTS TARDIFS (MOIS CLOS)' TO RC-LIBELLE      JQGF85
047500      MOVE   5-LA00-CPTENR TO RC-COMPTEUR                         JQGF85
047500      WRITE  RC-REC                                               JQGF85
047500      MOVE   'TRANSITIONS D ETAT ILLEGALES' TO RC-LIBELLE         JQGF85
047600      MOVE   5-EX00-ETACPT TO RC-COMPTEUR                         JQGF85
047700      WRITE  RC-REC                                               JQGF85
047800      COMPUTE W-KA-NET = 5-KA00-CPTENR - 5-KA00-DUPCPT            JQGF85
047900     IF     W-KA-NET - 5-EX00-CPTENR - 5-LA00-CPTENR              JQGF85
047900            = 5-WH00-CPTENR                                       JQGF85
048000             MOVE 'RUN BALANCED - KA = WH' TO RC-STATUS-TEXT      JQGF85
048100      ELSE                                                        JQGF85
048200             MOVE 'RUN OUT OF BALANCE - KA NOT = WH' TO           JQGF85

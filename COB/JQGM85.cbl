001804      FILE STATUS IS                    SP-STATUS.                JQGM85
001804      SELECT     RF-FICHIER    ASSIGN    TO  REFQH                JQGM85
001804      FILE STATUS IS                    RF-STATUS.                JQGM85
001804      SELECT     TF-FICHIER    ASSIGN    TO  TRFQH                JQGM85
001804      FILE STATUS IS                    TF-STATUS.                JQGM85
001804      SELECT     LN-FICHIER    ASSIGN    TO  LNKQH                JQGM85
001804      FILE STATUS IS                    LN-STATUS.                JQGM85
001804      SELECT     EC-FICHIER    ASSIGN    TO  ECACHS               JQGM85
001804      FILE STATUS IS                    EC-STATUS.                JQGM85
001800 DATA DIVISION.                                                   JQGM85
001900 FILE SECTION.                                                    JQGM85
002000 FD                 KA-FICHIER                                    JQGM85
005293 01                 SP-REC.                                       JQGM85
005293      10            SP-JOURS    PICTURE  9(3).                    JQGM85
005293      10            FILLER      PICTURE  X(77).                   JQGM85
005293 FD                 TF-FICHIER                                    JQGM85
005293      BLOCK              00000 RECORDS                            JQGM85
005293      RECORDING  F.                                               JQGM85
005293 01                 TF00.                                         JQGM85
005293      10            TF00-NCNCP  PICTURE  X(11).                   JQGM85
005293      10            TF00-DCD1A  PICTURE  9(8).                    JQGM85
005293      10            TF00-CPD1A  PICTURE  X(2).                    JQGM85
005293      10            TF00-CPD1N  PICTURE  X(2).                    JQGM85
005293      10            TF00-ZF057  PICTURE  X(57).                   JQGM85
005293 FD                 LN-FICHIER                                    JQGM85
005293      BLOCK              00000 RECORDS                            JQGM85
005293      RECORDING  F.                                               JQGM85
005293 01                 LN-REC.                                       JQGM85
005293      10            LN-KQH01-ANC PICTURE X(21).                   JQGM85
005293      10            LN-KQH01-NOU PICTURE X(21).                   JQGM85
005293      10            LN-DATOR    PICTURE  X(6).                    JQGM85
005293      10            LN-TIMCO    PICTURE  X(6).                    JQGM85
005293      10            FILLER      PICTURE  X(26).                   JQGM85
005293 FD                 EC-FICHIER                                    JQGM85
005293      BLOCK              00000 RECORDS                            JQGM85
005293      RECORDING  F.                                               JQGM85
005293 01                 EC-REC.                                       JQGM85
005293      10            EC-NCNCP    PICTURE  X(11).                   JQGM85
005293      10            EC-DCD1A    PICTURE  9(8).                    JQGM85
005293      10            EC-CPD1A    PICTURE  X(2).                    JQGM85
005293      10            EC-NCHSU-AFF PICTURE X(20).                   JQGM85
005293      10            EC-NCHSU-LIV PICTURE X(20).                   JQGM85
005293      10            EC-NEN1A    PICTURE  9(8).                    JQGM85
005293      10            EC-DATOR    PICTURE  X(6).                    JQGM85
005293      10            FILLER      PICTURE  X(5).                    JQGM85
005100 WORKING-STORAGE SECTION.                                         JQGM85
005200 77          VERSION   PIC       X(24)                            7AB010
005300                       VALUE     'V01*28*05*20*JQGM85  ***'.      7AB020
011772      05  LV-DCD1A-YY  PICTURE XX.                                JQGM85
011773      05  LV-DCD1A-MM  PICTURE XX.                                JQGM85
011774      05  LV-DCD1A-JJ  PICTURE XX.                                JQGM85
011774 01  TF-DCD1A-EDIT.                                               JQGM85
011774      05  TF-DCD1A-CC  PICTURE XX.                                JQGM85
011774      05  TF-DCD1A-YY  PICTURE XX.                                JQGM85
011774      05  TF-DCD1A-MM  PICTURE XX.                                JQGM85
011774      05  TF-DCD1A-JJ  PICTURE XX.                                JQGM85
011800 01  DAT6.                                                        JQGM85
011900      10 DAT61.                                                   JQGM85
012000      15 DAT619  PICTURE 99.                                      JQGM85
014800        10          KA-FT      PICTURE X VALUE '0'.               JQGM85
014810 01                 CX-FT      PICTURE X VALUE '0'.                JQGM85
014820 01                 LV-FT      PICTURE X VALUE '0'.               JQGM85
014820 01                 TF-FT      PICTURE X VALUE '0'.               JQGM85
014900 01   INDICES  COMPUTATIONAL  SYNC.                               JQGM85
015000      05          TALLI   PICTURE S9(4) VALUE  ZERO.              JQGM85
015100 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   JQGM85
015439      05       5-NT-CPTENR   PICTURE S9(9) VALUE ZERO.            JQGM85
015440      05       5-WH00-INSCPT PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-WH00-UPDCPT PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-LA00-CPTENR PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-LA00-KAINS  PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-TF00-CPTENR PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-TF00-MATCPT PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-TF00-TRFCPT PICTURE S9(9) VALUE ZERO.            JQGM85
015450      05       5-EC-CPTENR   PICTURE S9(9) VALUE ZERO.            JQGM85
015455 01                 WH00-VIA-CX  PICTURE X VALUE 'N'.             JQGM85
015456 01                 W-LV-VIA     PICTURE X VALUE 'N'.             JQGM85
015456 01                 W-TF-VIA     PICTURE X VALUE 'N'.             JQGM85
015456 01                 W-TF-ANCIEN  PICTURE X(80)                    JQGM85
015456                    VALUE SPACES.                                 JQGM85
015460 01                 W-DL-ACTION  PICTURE X VALUE SPACE.           JQGM85
015465 01                 W-QH00-AVANT PICTURE X(80)                    JQGM85
015466                    VALUE SPACES.                                 JQGM85
016040                    VALUE ZERO.                                   JQGM85
016041 01                 SM-STATUS    PICTURE XX VALUE ZERO.           JQGM85
016042 01                 RF-STATUS    PICTURE  XX VALUE ZERO.          JQGM85
016042 01                 TF-STATUS    PICTURE  XX VALUE ZERO.          JQGM85
016042 01                 LN-STATUS    PICTURE  XX VALUE ZERO.          JQGM85
016042 01                 EC-STATUS    PICTURE  XX VALUE ZERO.          JQGM85
016042 01                 W-RF-CHARGE  PICTURE  X  VALUE 'N'.           JQGM85
016042 01                 W-RF-FIN     PICTURE  X  VALUE 'N'.           JQGM85
016042 01                 W-RF-TROUVE  PICTURE  X  VALUE 'N'.           JQGM85
016042 01                 W-RF-OK      PICTURE  X  VALUE 'O'.           JQGM85
016042 01                 W-TF-OUVERT  PICTURE  X  VALUE 'N'.           JQGM85
016042 01                 W-CAN-CPT    PICTURE  9(4) VALUE ZERO.        JQGM85
016042 01                 W-CAN-IX     PICTURE  9(4) VALUE ZERO.        JQGM85
016042 01                 W-CAN-TABLE.                                  JQGM85
016047     COPY SY0095.                                                 JQGM85
016047     COPY SY0093.                                                 JQGM85
016048 01                 W-VERROU     PICTURE  X  VALUE 'N'.           JQGM85
016048 01                 W-ERR-PARAGRAPHE PICTURE X(30) VALUE SPACE.   JQGM85
016048 01                 W-ERR-CATEGORIE  PICTURE X  VALUE 'L'.        JQGM85
016048 01                 W-ERR-FICHIER    PICTURE X(8) VALUE SPACE.    JQGM85
016048 01                 W-ERR-STATUT     PICTURE XX VALUE SPACE.      JQGM85
016048     COPY SY0081.                                                 JQGM85
016048     COPY SY0090.                                                 JQGM85
016048 01                 W-PC-CLOS    PICTURE  X  VALUE 'N'.           JQGM85
016022 01                 W-KA-NET     PICTURE S9(9) COMP-3             JQGM85
016023                    VALUE ZERO.                                   JQGM85
016020 01                 CK-STATUS    PICTURE XX VALUE ZERO.            JQGM85
017100 SECQH SECTION.                                                   JQGM85
017200     USE AFTER ERROR PROCEDURE ON   QH-FICHIER.                   JQGM85
017300 F0AQH. DISPLAY  'STATUS : QH     = '  1-QH01-STATUS.             JQGM85
017300     MOVE        'F0AQH' TO W-ERR-PARAGRAPHE                      JQGM85
017300     MOVE        'F' TO W-ERR-CATEGORIE                           JQGM85
017300     MOVE        'QH' TO W-ERR-FICHIER                            JQGM85
017300     MOVE        1-QH01-STATUS TO W-ERR-STATUT.                   JQGM85
017350     PERFORM     F97ER THRU F97ER-FN.                             JQGM85
017400 F0AQH-A. GO TO  F0A90.                                           JQGM85
017500 F0AQH-FN. EXIT.                                                  JQGM85
020145           GO TO    F02KA-FN.                                     JQGM85
020146 F02KA-KO.                                                        JQGM85
020147           DISPLAY  'LOT KA REFUSE - AUCUNE MAJ FAITE'            JQGM85
020148           MOVE     'F02KA' TO W-ERR-PARAGRAPHE                   JQGM85
020148           MOVE     'D' TO W-ERR-CATEGORIE                        JQGM85
020148           MOVE     'KA' TO W-ERR-FICHIER                         JQGM85
020148           MOVE     16 TO WW00-ZCSRT1                             JQGM85
020149           PERFORM  F99BA THRU F99BA-FN.                          JQGM85
020150 F02KA-FN. EXIT.                                                  JQGM85
020833             OPEN OUTPUT                  DT-FICHIER              JQGM85
020833           END-IF.                                                JQGM85
020833 F01DT-FN. EXIT.                                                  JQGM85
020833 F01TF.    OPEN INPUT                    TF-FICHIER.              JQGM85
020833           IF        TF-STATUS  NOT  =   '00'                     JQGM85
020833           MOVE      1 TO                TF-FT                    JQGM85
020833           ELSE                                                   JQGM85
020833           MOVE      'O' TO              W-TF-OUVERT              JQGM85
020833           END-IF.                                                JQGM85
020833 F01TF-FN. EXIT.                                                  JQGM85
020833 F01LK.    OPEN EXTEND                   LN-FICHIER.              JQGM85
020833           IF        LN-STATUS  =        '05'                     JQGM85
020833             OR      LN-STATUS  =        '35'                     JQGM85
020833             OPEN OUTPUT                  LN-FICHIER              JQGM85
020833           END-IF.                                                JQGM85
020833 F01LK-FN. EXIT.                                                  JQGM85
020833 F01EC.    OPEN EXTEND                   EC-FICHIER.              JQGM85
020833           IF        EC-STATUS  =        '05'                     JQGM85
020833             OR      EC-STATUS  =        '35'                     JQGM85
020833             OPEN OUTPUT                  EC-FICHIER              JQGM85
020833           END-IF.                                                JQGM85
020833 F01EC-FN. EXIT.                                                  JQGM85
020800 F01-FN.   EXIT.                                                  JQGM85
020900 F03.           EXIT.                                             P000
021000 F03-FN.   EXIT.                                                  P000
021760                   ' ' KA00-DCD1A                                 JQGM85
021770           DISPLAY 'CLE PRECEDENTE : ' W-KA-SEQ-NCNCP             JQGM85
021775                   ' ' W-KA-SEQ-DCD1A                             JQGM85
021780           MOVE   'F05KA' TO W-ERR-PARAGRAPHE                     JQGM85
021780           MOVE   'D' TO W-ERR-CATEGORIE                          JQGM85
021780           MOVE   'KA' TO W-ERR-FICHIER                           JQGM85
021780           MOVE   16 TO WW00-ZCSRT1                               JQGM85
021785           PERFORM F99BA THRU F99BA-FN.                           JQGM85
021790           MOVE   KA00-NCNCP TO W-KA-SEQ-NCNCP.                   JQGM85
023212     DISPLAY                      'FICHIER LV: NOMBRE EN'         JQGM85
023213     'REGISTREMENTS TRAITES = ' 5-LV00-CPTENR.                    JQGM85
023214 F20LV-FN. EXIT.                                                  JQGM85
023214 F20TF.                                                           JQGM85
023214           IF        W-TF-OUVERT =       'O'                      JQGM85
023214     CLOSE          TF-FICHIER.                                   JQGM85
023214     DISPLAY                      'FICHIER TF: NOMBRE EN'         JQGM85
023214     'REGISTREMENTS TRAITES = ' 5-TF00-CPTENR.                    JQGM85
023214     CLOSE          LN-FICHIER.                                   JQGM85
023214     CLOSE          EC-FICHIER.                                   JQGM85
023214     DISPLAY                      'CHASSIS LIVRES <> AF'          JQGM85
023214     'FECTES (ECACHS) = ' 5-EC-CPTENR.                            JQGM85
023214 F20TF-FN. EXIT.                                                  JQGM85
023210 F20EX.                                                           P000
023220     CLOSE          EX-FICHIER.                                   JQGM85
023230 F20EX-FN. EXIT.                                                  P510
023283      MOVE   'NOUVEAUX SUSPENS' TO RC-LIBELLE                     JQGM85
023283      MOVE   5-SU-NOUVEAUX TO RC-COMPTEUR                         JQGM85
023283      WRITE  RC-REC                                               JQGM85
023284      MOVE   'AJUSTEMENTS TARDIFS (MOIS CLOS)' TO RC-LIBELLE      JQGM85
023284      MOVE   5-LA00-CPTENR TO RC-COMPTEUR                         JQGM85
023284      WRITE  RC-REC                                               JQGM85
023284      MOVE   'TRANSFERTS PDV LUS' TO RC-LIBELLE                   JQGM85
023284      MOVE   5-TF00-CPTENR TO RC-COMPTEUR                         JQGM85
023284      WRITE  RC-REC                                               JQGM85
023284      MOVE   'TRANSFERTS PDV APPLIQUES' TO RC-LIBELLE             JQGM85
023284      MOVE   5-TF00-TRFCPT TO RC-COMPTEUR                         JQGM85
023284      WRITE  RC-REC                                               JQGM85
023284      MOVE   'CHASSIS LIVRES <> CHASSIS AFFECTES' TO RC-LIBELLE   JQGM85
023284      MOVE   5-EC-CPTENR TO RC-COMPTEUR                           JQGM85
023284      WRITE  RC-REC                                               JQGM85
023284     COMPUTE W-KA-NET = 5-KA00-CPTENR - 5-KA00-DUPCPT             JQGM85
023284                 - 5-KA00-REJCPT - 5-LA00-KAINS                   JQGM85
023284     IF     W-KA-NET = 5-WH00-CPTENR                              JQGM85
023281            MOVE 'RUN BALANCED - KA = WH' TO RC-STATUS-TEXT        JQGM85
023282     ELSE                                                         JQGM85
023302 F20AN.                                                           JQGM85
023303     CLOSE          AN-FICHIER.                                   JQGM85
023304 F20AN-FN. EXIT.                                                  JQGM85
023304 F20LA.                                                           JQGM85
023304      MOVE        'F' TO X90-FONCTION                             JQGM85
023304      CALL        'SY0090' USING SY0090-PARMS.                    JQGM85
023304 F20LA-FN. EXIT.                                                  JQGM85
023305 F20SM.                                                           JQGM85
023306     IF          W-SIMUL  =  'O'                                  JQGM85
023307     CLOSE       SI-FICHIER                                       JQGM85
026298           OR     (LV00-NCNCP  =  W-LV-SEQ-NCNCP                  JQGM85
026298             AND   LV00-DCD1A  <  W-LV-SEQ-DCD1A)                 JQGM85
026298           DISPLAY 'FICHIER LV HORS SEQUENCE - ARRET'             JQGM85
026298           MOVE   'F08LV' TO W-ERR-PARAGRAPHE                     JQGM85
026298           MOVE   'D' TO W-ERR-CATEGORIE                          JQGM85
026298           MOVE   'LV' TO W-ERR-FICHIER                           JQGM85
026298           MOVE   16 TO WW00-ZCSRT1                               JQGM85
026298           PERFORM F99BA THRU F99BA-FN.                           JQGM85
026298           MOVE   LV00-NCNCP TO W-LV-SEQ-NCNCP.                   JQGM85
026298           MOVE   LV00-DCD1A TO W-LV-SEQ-DCD1A.                   JQGM85
026299 F08LV-FN. EXIT.                                                  JQGM85
026300 F08-FN.   IF       LV-FT       = '0'                             JQGM85
026301           NEXT SENTENCE ELSE GO TO     F09.                      JQGM85
026302 F80.            EXIT.                                            JQGM85
026303 F80LV.                                                           JQGM85
026304     PERFORM     F80ED THRU F80ED-FN.                             JQGM85
026320 F80CB-FN. EXIT.                                                  JQGM85
026321 F80-FN.   EXIT.                                                  JQGM85
026322 F8099-ITER.     GO TO F08.                                       JQGM85
026322*          NOTE *  DEBUT ITERATION TRANSFERTS PDV TF  *.          JQGM85
026322*          NOTE *  LE PDV FAIT PARTIE DE LA CLE QH : LA     *     JQGM85
026322*          NOTE *  COMMANDE EST RECREEE SOUS LA NOUVELLE    *     JQGM85
026322*          NOTE *  CLE AVEC TOUTES SES ZONES, L ANCIENNE    *     JQGM85
026322*          NOTE *  EST SUPPRIMEE, LE LIEN VA DANS LNKQH.    *     JQGM85
026322 F09.            EXIT.                                            JQGM85
026322 F09TF.    IF       TF-FT       = '0'                             JQGM85
026322           NEXT SENTENCE ELSE GO TO     F09TF-FN.                 JQGM85
026322 F09TF-10. READ    TF-FICHIER       AT END                        JQGM85
026322           MOVE  1 TO                    TF-FT                    JQGM85
026322           GO TO   F09TF-FN.                                      JQGM85
026322           ADD 1 TO 5-TF00-CPTENR.                                JQGM85
026322 F09TF-FN. EXIT.                                                  JQGM85
026322 F09-FN.   IF       TF-FT       = '0'                             JQGM85
026322           NEXT SENTENCE ELSE GO TO     F20KA.                    JQGM85
026322 F85.            EXIT.                                            JQGM85
026322 F85TF.                                                           JQGM85
026322     PERFORM     F85ED THRU F85ED-FN.                             JQGM85
026322     MOVE        LOW-VALUE TO WH01-KQH01                          JQGM85
026322     MOVE        TF00-NCNCP TO WH01-NCNCP                         JQGM85
026322     MOVE        TF00-DCD1A TO WH01-DCD1A                         JQGM85
026322     MOVE        TF00-CPD1A TO WH01-CPD1A                         JQGM85
026322     MOVE        'Y' TO W-TF-VIA                                  JQGM85
026322     PERFORM     F95WH THRU F95WH-FN.                             JQGM85
026322     MOVE        'N' TO W-TF-VIA.                                 JQGM85
026322 F85CB.    IF    W-WH00-CFR = N-1                                 JQGM85
026322           NEXT SENTENCE ELSE GO TO     F85CB-NOTFND.             JQGM85
026322     PERFORM     F91TF THRU F91TF-FN.                             JQGM85
026322     GO TO       F85CB-FN.                                        JQGM85
026322 F85CB-NOTFND.                                                    JQGM85
026322     MOVE   'TRANSFERT - COMMANDE ABSENTE' TO EXC-REASON-TEXT     JQGM85
026322     PERFORM     F96EX THRU F96EX-FN.                             JQGM85
026322 F85CB-FN. EXIT.                                                  JQGM85
026322 F85-FN.   EXIT.                                                  JQGM85
026322 F8599-ITER.     GO TO F09.                                       JQGM85
026091 F06SU.    OPEN INPUT                    SU-FICHIER.              JQGM85
026091           MOVE     'O' TO W-SU-PHASE.                            JQGM85
026091           IF        SU-STATUS  NOT  =    '00'                    JQGM85
025450      PERFORM     F96EX THRU F96EX-FN                             JQGM85
025450      ADD         1 TO 5-EX00-ETACPT                              JQGM85
025450      GO TO       F91BB-FN.                                       JQGM85
025450      MOVE        'KA' TO X90-ORIGINE                             JQGM85
025450      MOVE        KA00 TO X90-MVT                                 JQGM85
025450      PERFORM     F93PC THRU F93PC-FN.                            JQGM85
025450      IF          W-PC-CLOS  =  'O'                               JQGM85
025450      GO TO       F91BB-FN.                                       JQGM85
025500     MOVE        KA00-CCD1D TO WH01-CCD1D                         P100
025510     MOVE        KA00-CCANA TO WH01-CCANA                         JQGM85
025600     ADD         1 TO WH01-QCD1B                                  P120
025720     ADD         1 TO 5-WH00-UPDCPT.                               JQGM85
025800 F91BB-FN. EXIT.                                                  P140
025810 F91IN.                                                           P140
025810      MOVE        'KA' TO X90-ORIGINE                             JQGM85
025810      MOVE        KA00 TO X90-MVT                                 JQGM85
025810      PERFORM     F93PC THRU F93PC-FN.                            JQGM85
025810      IF          W-PC-CLOS  =  'O'                               JQGM85
025810      ADD         1 TO 5-LA00-KAINS                               JQGM85
025810      GO TO       F91IN-FN.                                       JQGM85
025820     MOVE        KA00-CCD1D TO WH01-CCD1D                         P140
025825     MOVE        KA00-CCANA TO WH01-CCANA                         JQGM85
025830     MOVE        1 TO WH01-QCD1B                                  P140
025865     PERFORM     F96EX THRU F96EX-FN                              JQGM85
025866     GO TO       F91CX-FN                                         JQGM85
025867     END-IF.                                                      JQGM85
025870      MOVE        'CX' TO X90-ORIGINE                             JQGM85
025870      MOVE        CX00 TO X90-MVT                                 JQGM85
025870      PERFORM     F93PC THRU F93PC-FN.                            JQGM85
025870      IF          W-PC-CLOS  =  'O'                               JQGM85
025870      GO TO       F91CX-FN.                                       JQGM85
025870     SUBTRACT     CX00-QANN FROM WH01-QEN1A                       JQGM85
025880     SUBTRACT     CX00-QANN FROM WH01-QCD1B                       JQGM85
025885      IF          WH01-QCD1B  =  ZERO                             JQGM85
025900     PERFORM     F96EX THRU F96EX-FN                              JQGM85
025901     GO TO       F91LV-FN                                         JQGM85
025902     END-IF.                                                      JQGM85
025903      MOVE        'LV' TO X90-ORIGINE                             JQGM85
025903      MOVE        LV00 TO X90-MVT                                 JQGM85
025903      PERFORM     F93PC THRU F93PC-FN.                            JQGM85
025903      IF          W-PC-CLOS  =  'O'                               JQGM85
025903      GO TO       F91LV-FN.                                       JQGM85
025903     ADD         LV00-QEN1A TO WH01-QEN1A                         JQGM85
025904     MOVE        LV00-NEN1A TO WH01-NEN1A                         JQGM85
025905     MOVE        LV00-CEN1A TO WH01-CEN1A                         JQGM85
025905            AND   WH01-QCD1B  NOT  =  ZERO                        JQGM85
025905      MOVE        'T' TO WH01-CEN1A                               JQGM85
025905      END-IF                                                      JQGM85
025906      IF          WH01-ZF015 (9:1)  =  'A'                        JQGM85
025906            AND   LV00-NCHSU  NOT  =  SPACES                      JQGM85
025906            AND   LV00-NCHSU  NOT  =  WH01-NCHSU                  JQGM85
025906            AND   W-SIMUL  NOT  =  'O'                            JQGM85
025906      PERFORM     F98EC THRU F98EC-FN                             JQGM85
025906      END-IF                                                      JQGM85
025906      IF          WH01-ZF015 (9:1)  =  'A'                        JQGM85
025906      MOVE        'L' TO WH01-ZF015 (9:1)                         JQGM85
025906      END-IF                                                      JQGM85
025906     IF          LV00-NCHSU  NOT  =  SPACES                       JQGM85
025907     MOVE        LV00-NCHSU TO WH01-NCHSU                         JQGM85
025908     END-IF                                                       JQGM85
025910            AND   IK  =  ZERO                                     JQGM85
025910      PERFORM     F98DT THRU F98DT-FN.                            JQGM85
025911 F91LV-FN. EXIT.                                                  JQGM85
025911 F91TF.                                                           JQGM85
025911      IF          WH01-CCA1A  =  'A'                              JQGM85
025911      MOVE   'TRANSFERT SUR COMMANDE ANNULEE' TO                  JQGM85
025911             EXC-REASON-TEXT                                      JQGM85
025911      PERFORM     F96EX THRU F96EX-FN                             JQGM85
025911      ADD         1 TO 5-EX00-ETACPT                              JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      IF          TF00-CPD1N  =  SPACES                           JQGM85
025911            OR    TF00-CPD1N  =  TF00-CPD1A                       JQGM85
025911      MOVE   'TRANSFERT - PDV CIBLE INVALIDE' TO EXC-REASON-TEXT  JQGM85
025911      PERFORM     F96EX THRU F96EX-FN                             JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      MOVE        'TR' TO X90-ORIGINE                             JQGM85
025911      MOVE        TF00 TO X90-MVT                                 JQGM85
025911      PERFORM     F93PC THRU F93PC-FN.                            JQGM85
025911      IF          W-PC-CLOS  =  'O'                               JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      MOVE        WH01 TO W-TF-ANCIEN                             JQGM85
025911      MOVE        TF00-CPD1N TO WH01-CPD1A                        JQGM85
025911      MOVE        WH01 TO QH00                                    JQGM85
025911      MOVE        0 TO IK                                         JQGM85
025911      READ        QH-FICHIER                                      JQGM85
025911      INVALID KEY MOVE 1 TO IK.                                   JQGM85
025911      IF          IK  =  ZERO                                     JQGM85
025911      MOVE        W-TF-ANCIEN TO WH01                             JQGM85
025911      MOVE   'TRANSFERT - CLE CIBLE EXISTANTE' TO EXC-REASON-TEXT JQGM85
025911      PERFORM     F96EX THRU F96EX-FN                             JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      IF          W-SIMUL  =  'O'                                 JQGM85
025911      MOVE        'P' TO W-SI-ACTION                              JQGM85
025911      PERFORM     F98SI THRU F98SI-FN                             JQGM85
025911      ADD         1 TO 5-TF00-TRFCPT                              JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      MOVE        WH01 TO QH00                                    JQGM85
025911      MOVE        0 TO IK                                         JQGM85
025911      WRITE       QH00                                            JQGM85
025911      INVALID KEY MOVE 1 TO IK.                                   JQGM85
025911      IF          IK  NOT  =  ZERO                                JQGM85
025911      PERFORM     F97ER THRU F97ER-FN                             JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      MOVE        W-TF-ANCIEN TO QH00                             JQGM85
025911      DELETE      QH-FICHIER RECORD                               JQGM85
025911      INVALID KEY MOVE 1 TO IK.                                   JQGM85
025911      IF          IK  NOT  =  ZERO                                JQGM85
025911      MOVE        W-TF-ANCIEN TO WH01                             JQGM85
025911      PERFORM     F97ER THRU F97ER-FN                             JQGM85
025911      GO TO       F91TF-FN.                                       JQGM85
025911      PERFORM     F98TF THRU F98TF-FN                             JQGM85
025911      ADD         1 TO 5-TF00-TRFCPT.                             JQGM85
025911 F91TF-FN. EXIT.                                                  JQGM85
025900 F91-FN.   EXIT.                                                  P140
026000*          NOTE * COMMANDE D UN MOIS CLOS : AJUSTEMENT TARDIF *.  JQGM85
026000 F93.           EXIT.                                             JQGM85
026000 F93PC.                                                           JQGM85
026000      MOVE        'N' TO W-PC-CLOS                                JQGM85
026000      MOVE        'C' TO X90-FONCTION                             JQGM85
026000      MOVE        WH01-DCD1A TO X90-DATE                          JQGM85
026000      CALL        'SY0090' USING SY0090-PARMS                     JQGM85
026000      IF          X90-MOIS-OUVERT                                 JQGM85
026000      GO TO       F93PC-FN.                                       JQGM85
026000      MOVE        'O' TO W-PC-CLOS                                JQGM85
026000      ADD         1 TO 5-LA00-CPTENR                              JQGM85
026000      IF          W-SIMUL  =  'O'                                 JQGM85
026000      MOVE        'T' TO W-SI-ACTION                              JQGM85
026000      MOVE        'MOIS CLOS - AJUSTEMENT TARDIF' TO W-SI-MOTIF   JQGM85
026000      PERFORM     F98SI THRU F98SI-FN                             JQGM85
026000      MOVE        SPACES TO W-SI-MOTIF                            JQGM85
026000      GO TO       F93PC-FN.                                       JQGM85
026000      MOVE        'E' TO X90-FONCTION                             JQGM85
026000      MOVE        'JQGM85' TO X90-PROGRAMME                       JQGM85
026000      MOVE        WH01-KQH01 TO X90-KQH01                         JQGM85
026000      MOVE        W-QH00-AVANT TO X90-QH00                        JQGM85
026000      CALL        'SY0090' USING SY0090-PARMS.                    JQGM85
026000 F93PC-FN. EXIT.                                                  JQGM85
026000 F93-FN.   EXIT.                                                  JQGM85
026000 F94.           EXIT.                                             P000
026100 F94QH.                                                           P000
026200     MOVE        WH01 TO QH00                                     P100
029162     ELSE                                                         JQGM85
029164     IF          W-LV-VIA  =  'Y'                                 JQGM85
029166     ADD         1 TO 5-LV00-MATCPT                               JQGM85
029166     ELSE                                                         JQGM85
029166     IF          W-TF-VIA  =  'Y'                                 JQGM85
029166     ADD         1 TO 5-TF00-MATCPT                               JQGM85
029170     ELSE                                                         JQGM85
029200     ADD         1 TO 5-WH00-CPTENR                               P260
029180     END-IF                                                       JQGM85
029182     END-IF                                                       JQGM85
029182     END-IF                                                       JQGM85
029300     ADD         1 TO 5-QH00-CPTENR.                              P280
029310     IF          IK NOT = ZERO                                    JQGM85
029312           AND   1-QH01-STATUS NOT = '23'                         JQGM85
025212     MOVE        X99-CC TO LV-DCD1A-CC                            JQGM85
025222     MOVE        LV-DCD1A-EDIT TO LV00-DCD1A.                     JQGM85
025224 F80ED-FN. EXIT.                                                  JQGM85
025224 F85ED.                                                           JQGM85
025224     MOVE        TF00-DCD1A TO TF-DCD1A-EDIT                      JQGM85
025224     MOVE        'S' TO X99-FONCTION                              JQGM85
025224     MOVE        TF-DCD1A-YY TO X99-YY                            JQGM85
025224     CALL        'SY0099' USING SY0099-PARMS                      JQGM85
025224     MOVE        X99-CC TO TF-DCD1A-CC                            JQGM85
025224     MOVE        TF-DCD1A-EDIT TO TF00-DCD1A.                     JQGM85
025224 F85ED-FN. EXIT.                                                  JQGM85
029592 F97.           EXIT.                                             P000
029594 F97ER.                                                           P000
029596     MOVE        DATOR TO ERR-DATOR                               JQGM85
029700 F98DT1.   IF          W-DT-ECLE (W-DT-IX)  =  WH01-KQH01         JQGM85
029700      MOVE        'O' TO W-DT-TROUVE.                             JQGM85
029700 F98DT1-FN. EXIT.                                                 JQGM85
029700*          NOTE * TRANSFERT PDV : JOURNAL ET DELTA DES DEUX   *   JQGM85
029700*          NOTE * CLES ('P' ANCIENNE, 'I' NOUVELLE) ET LIEN   *   JQGM85
029700*          NOTE * ANCIENNE/NOUVELLE CLE DANS LNKQH.           *   JQGM85
029700 F98TF.                                                           JQGM85
029700     MOVE        'B' TO JN-TYPE                                   JQGM85
029700     MOVE        'P' TO JN-ACTION                                 JQGM85
029700     MOVE        W-TF-ANCIEN (1:21) TO JN-KQH01                   JQGM85
029700     MOVE        W-TF-ANCIEN TO JN-QH00                           JQGM85
029700     MOVE        DATOR TO JN-DATOR                                JQGM85
029700     MOVE        TIMCO TO JN-TIMCO                                JQGM85
029700     WRITE       JN-REC                                           JQGM85
029700     MOVE        'A' TO JN-TYPE                                   JQGM85
029700     MOVE        WH01 TO JN-QH00                                  JQGM85
029700     WRITE       JN-REC                                           JQGM85
029700     MOVE        'B' TO JN-TYPE                                   JQGM85
029700     MOVE        'I' TO JN-ACTION                                 JQGM85
029700     MOVE        WH01-KQH01 TO JN-KQH01                           JQGM85
029700     MOVE        W-TF-ANCIEN TO JN-QH00                           JQGM85
029700     WRITE       JN-REC                                           JQGM85
029700     MOVE        'A' TO JN-TYPE                                   JQGM85
029700     MOVE        WH01 TO JN-QH00                                  JQGM85
029700     WRITE       JN-REC.                                          JQGM85
029700     MOVE        'P' TO DL-ACTION                                 JQGM85
029700     MOVE        W-TF-ANCIEN TO DL-QH00                           JQGM85
029700     MOVE        DATOR TO DL-DATOR                                JQGM85
029700     MOVE        TIMCO TO DL-TIMCO                                JQGM85
029700     WRITE       DL-REC                                           JQGM85
029700     MOVE        'I' TO DL-ACTION                                 JQGM85
029700     MOVE        WH01 TO DL-QH00                                  JQGM85
029700     WRITE       DL-REC.                                          JQGM85
029700     MOVE        SPACES TO LN-REC                                 JQGM85
029700     MOVE        W-TF-ANCIEN (1:21) TO LN-KQH01-ANC               JQGM85
029700     MOVE        WH01-KQH01 TO LN-KQH01-NOU                       JQGM85
029700     MOVE        DATOR TO LN-DATOR                                JQGM85
029700     MOVE        TIMCO TO LN-TIMCO                                JQGM85
029700     WRITE       LN-REC.                                          JQGM85
029700 F98TF-FN. EXIT.                                                  JQGM85
029700*          NOTE * CHASSIS EXPEDIE DIFFERENT DU CHASSIS AFFECTE *  JQGM85
029700*          NOTE * PAR LA PLANIFICATION USINE (JQG485).         *  JQGM85
029700 F98EC.                                                           JQGM85
029700      MOVE        SPACES TO EC-REC                                JQGM85
029700      MOVE        WH01-NCNCP TO EC-NCNCP                          JQGM85
029700      MOVE        WH01-DCD1A TO EC-DCD1A                          JQGM85
029700      MOVE        WH01-CPD1A TO EC-CPD1A                          JQGM85
029700      MOVE        WH01-NCHSU TO EC-NCHSU-AFF                      JQGM85
029700      MOVE        LV00-NCHSU TO EC-NCHSU-LIV                      JQGM85
029700      MOVE        LV00-NEN1A TO EC-NEN1A                          JQGM85
029700      MOVE        DATOR TO EC-DATOR                               JQGM85
029700      WRITE       EC-REC                                          JQGM85
029700      ADD         1 TO 5-EC-CPTENR.                               JQGM85
029700 F98EC-FN. EXIT.                                                  JQGM85
029636 F98-FN.   EXIT.                                                  JQGM85
029600 F99BA.                                                           P000
029700     DISPLAY     'ARRET ANORMAL DU PROGRAMME '                    P100
029800     PROGR.                                                       P120
029800     IF          W-VERROU  =  'O'                                 JQGM85
029800     PERFORM     F99SY THRU F99SY-FN.                             JQGM85
029900 F99BB.                                                           P000
030000     MOVE        WW00-ZCSRT1 TO SW44-ZCSRT6                       P800
030100     CALL        'ILBOABN0' USING SW44-ZCSRT6.                    P820
030200 F99BB-FN. EXIT.                                                  P820
030300 F99BA-FN. EXIT.                                                  P820
030300*          NOTE * ARRET AVEC VERROU QH PRIS : SY0081 LIBERE  *.   JQGM85
030300*          NOTE * LE VERROU ET FERME L'ENTREE OPSLOG         *.   JQGM85
030300 F99SY.                                                           JQGM85
030300     MOVE        'JQGM85' TO X81-PROGRAMME                        JQGM85
030300     MOVE        W-ERR-PARAGRAPHE TO X81-PARAGRAPHE               JQGM85
030300     MOVE        W-ERR-CATEGORIE TO X81-CATEGORIE                 JQGM85
030300     MOVE        W-ERR-FICHIER TO X81-FICHIER                     JQGM85
030300     MOVE        W-ERR-STATUT TO X81-STATUT                       JQGM85
030300     MOVE        SPACES TO X81-TEXTE                              JQGM85
030300     MOVE        5-KA00-CPTENR TO X81-CPT-ENTREE                  JQGM85
030300     MOVE        5-WH00-CPTENR TO X81-CPT-SORTIE                  JQGM85
030300     MOVE        5-EX00-CPTENR TO X81-CPT-REJET                   JQGM85
030300     CALL        'SY0081' USING SY0081-PARMS                      JQGM85
030300     MOVE        'N' TO W-VERROU.                                 JQGM85
030300 F99SY-FN. EXIT.                                                  JQGM85

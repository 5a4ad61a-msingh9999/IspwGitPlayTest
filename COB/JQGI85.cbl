001630      SELECT     RS-FICHIER    ASSIGN    TO  RESQH.               JQGI85
001640      SELECT     LG-FICHIER    ASSIGN    TO  LNGPRM               JQGI85
001650      FILE STATUS IS                    LG-STATUS.                JQGI85
001650      SELECT     LN-FICHIER    ASSIGN    TO  LNKQH                JQGI85
001650      FILE STATUS IS                    LN-STATUS.                JQGI85
001700 DATA DIVISION.                                                   JQGI85
001800 FILE SECTION.                                                    JQGI85
001900 FD                 QH-FICHIER.                                   JQGI85
004440 01                 LG-REC.                                       JQGI85
004450      10            LG-CODE     PICTURE  X.                       JQGI85
004460      10            FILLER      PICTURE  X(7).                    JQGI85
004460 FD                 LN-FICHIER                                    JQGI85
004460      BLOCK              00000 RECORDS                            JQGI85
004460      RECORDING  F.                                               JQGI85
004460 01                 LN-REC.                                       JQGI85
004460      10            LN-KQH01-ANC PICTURE X(21).                   JQGI85
004460      10            LN-KQH01-NOU PICTURE X(21).                   JQGI85
004460      10            LN-DATOR    PICTURE  X(6).                    JQGI85
004460      10            LN-TIMCO    PICTURE  X(6).                    JQGI85
004460      10            FILLER      PICTURE  X(26).                   JQGI85
004200 WORKING-STORAGE SECTION.                                         JQGI85
004300 01  ZONES-STATUS.                                                JQGI85
004400      05   VSAM-STATUS.                                           JQGI85
005720 01                 IK-FIN-CH   PICTURE  X  VALUE  '0'.           JQGI85
005730      88            FIN-CHASSIS           VALUE  '1'.             JQGI85
005740 01                 LG-STATUS   PICTURE  XX VALUE ZERO.           JQGI85
005740 01                 LN-STATUS   PICTURE  XX VALUE ZERO.           JQGI85
005740 01                 IK-FIN-LK   PICTURE  X  VALUE  '0'.           JQGI85
005740      88            FIN-LIENS             VALUE  '1'.             JQGI85
005740 01                 W-LK-CPT    PICTURE  9(4) VALUE ZERO.         JQGI85
005740 01                 W-LK-IX     PICTURE  9(4) VALUE ZERO.         JQGI85
005740 01                 W-LK-SAUTS  PICTURE  9(2) VALUE ZERO.         JQGI85
005740 01                 W-LK-TROUVE PICTURE  X  VALUE 'N'.            JQGI85
005740 01                 W-LK-SUIVI  PICTURE  X  VALUE 'N'.            JQGI85
005740 01                 W-LK-CLE    PICTURE  X(21) VALUE SPACES.      JQGI85
005740 01                 W-LK-TABLE.                                   JQGI85
005740      05            W-LK-ENT    OCCURS 500 TIMES.                 JQGI85
005740      10            W-LK-ANC    PICTURE  X(21).                   JQGI85
005740      10            W-LK-NOU    PICTURE  X(21).                   JQGI85
005741 01                 W-LANGUE    PICTURE  X  VALUE 'F'.            JQGI85
005742 01                 LIB-FRANCAIS.                                 JQGI85
005743      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005788          'DEMANDES LUES    : '.                                  JQGI85
005789      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005790          'DEMANDES TROUVEES: '.                                  JQGI85
005790      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005790          'COMMANDE TRANSFEREE - NOUVELLE CLE : '.                JQGI85
005790      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005790          'TRANSFERT PDV - ANCIENNE CLE : '.                      JQGI85
005791 01                 LIB-ANGLAIS.                                  JQGI85
005792      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005793          'ORDER NUMBER (NCNCP)        : '.                       JQGI85
005837          'REQUESTS READ    : '.                                  JQGI85
005838      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005839          'REQUESTS FOUND   : '.                                  JQGI85
005839      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005839          'ORDER TRANSFERRED - NEW KEY : '.                       JQGI85
005839      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005839          'OUTLET TRANSFER - OLD KEY : '.                         JQGI85
005840 01                 LIB-ESPAGNOL.                                 JQGI85
005841      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005842          'NUMERO DE PEDIDO (NCNCP)    : '.                       JQGI85
005886          'DEMANDAS LEIDAS  : '.                                  JQGI85
005887      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005888          'DEMANDAS HALLADAS: '.                                  JQGI85
005888      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005888          'PEDIDO TRANSFERIDO - CLAVE NUEVA : '.                  JQGI85
005888      05  FILLER  PICTURE X(40) VALUE                             JQGI85
005888          'TRASPASO PUNTO VENTA - CLAVE ANTIGUA : '.              JQGI85
005889 01                 LIB-ACTIFS.                                   JQGI85
005890      05  LIB     PICTURE X(40) OCCURS 26 TIMES.                  JQGI85
005790 01                 W-RS-LIGNE.                                   JQGI85
005791      10            RS-NCNCP    PICTURE  X(11).                   JQGI85
005792      10            FILLER      PICTURE  X VALUE SPACE.           JQGI85
005805      10            RS-CCANA    PICTURE  X(2).                    JQGI85
005806      10            FILLER      PICTURE  X VALUE SPACE.           JQGI85
005807      10            RS-NCHSU    PICTURE  X(20).                   JQGI85
005808      10            FILLER      PICTURE  X VALUE SPACE.           JQGI85
005808      10            RS-CPD1N    PICTURE  X(2) VALUE SPACES.       JQGI85
005808      10            FILLER      PICTURE  X(12)                    JQGI85
005808                    VALUE SPACES.                                 JQGI85
005700 PROCEDURE DIVISION.                                              JQGI85
006402 I01.      MOVE       LIB-FRANCAIS TO LIB-ACTIFS.                 JQGI85
006403           OPEN INPUT                    LG-FICHIER.              JQGI85
006413           IF         W-LANGUE  =  'E'                            JQGI85
006414           MOVE       LIB-ESPAGNOL TO LIB-ACTIFS.                 JQGI85
006415 I01-FN.   EXIT.                                                  JQGI85
006415*          NOTE * LIENS ANCIENNE/NOUVELLE CLE (TRANSFERTS PDV) *. JQGI85
006415 I01LK.    OPEN INPUT                    LN-FICHIER.              JQGI85
006415           IF        LN-STATUS  =  '00'                           JQGI85
006415           NEXT SENTENCE ELSE GO TO      I01LK-FN.                JQGI85
006415 I01LK-10. READ       LN-FICHIER                                  JQGI85
006415           AT END     MOVE '1' TO IK-FIN-LK                       JQGI85
006415           GO TO      I01LK-90.                                   JQGI85
006415           IF         W-LK-CPT  <  500                            JQGI85
006415           ADD        1 TO W-LK-CPT                               JQGI85
006415           MOVE       LN-KQH01-ANC TO W-LK-ANC (W-LK-CPT)         JQGI85
006415           MOVE       LN-KQH01-NOU TO W-LK-NOU (W-LK-CPT).        JQGI85
006415           GO TO      I01LK-10.                                   JQGI85
006415 I01LK-90. CLOSE      LN-FICHIER.                                 JQGI85
006415 I01LK-FN. EXIT.                                                  JQGI85
005800 I00.      OPEN INPUT                    QH-FICHIER.              JQGI85
005900           IF        1-QH01-STATUS  NOT  = ZERO                   JQGI85
006000                AND  1-QH01-STATUS  NOT  = '97'                   JQGI85
006580           MOVE       I-CPD1A TO RS-CPD1A                         JQGI85
006590           IF         ENR-TROUVE                                  JQGI85
006600           MOVE       'TROUVE' TO RS-ETAT                         JQGI85
006600           MOVE       SPACES TO RS-CPD1N                          JQGI85
006600           IF         W-LK-SUIVI  =  'O'                          JQGI85
006600           MOVE       'TRANSF' TO RS-ETAT                         JQGI85
006600           MOVE       QH00-CPD1A TO RS-CPD1N                      JQGI85
006600           END-IF                                                 JQGI85
006610           MOVE       QH00-CCD1A TO RS-CCD1A                      JQGI85
006620           MOVE       QH00-QCD1B TO RS-QCD1B                      JQGI85
006630           MOVE       QH00-QEN1A TO RS-QEN1A                      JQGI85
006670           ELSE                                                   JQGI85
006680           MOVE       'ABSENT' TO RS-ETAT                         JQGI85
006690           MOVE       SPACE TO RS-CCD1A RS-CCANA                  JQGI85
006700           MOVE       SPACES TO RS-NCHSU RS-CPD1N                 JQGI85
006710           MOVE       ZERO TO RS-QCD1B RS-QEN1A.                  JQGI85
006720           WRITE      RS-ENR FROM W-RS-LIGNE                      JQGI85
006730           GO TO      I03.                                        JQGI85
007600           MOVE       I-NCNCP TO QH00-NCNCP                       JQGI85
007700           MOVE       I-DCD1A TO QH00-DCD1A                       JQGI85
007800           MOVE       I-CPD1A TO QH00-CPD1A                       JQGI85
007800           MOVE       QH00-KQH01 TO W-LK-CLE                      JQGI85
007800           MOVE       'N' TO W-LK-SUIVI                           JQGI85
007800           MOVE       ZERO TO W-LK-SAUTS.                         JQGI85
007800 I10-10.   MOVE       W-LK-CLE TO QH00-KQH01                      JQGI85
007900           MOVE       1 TO IK-TROUVE                              JQGI85
008000           READ       QH-FICHIER                                  JQGI85
008100           INVALID KEY MOVE 0 TO IK-TROUVE.                       JQGI85
008100           IF         ENR-TROUVE                                  JQGI85
008100                OR    W-LK-CPT  =  ZERO                           JQGI85
008100                OR    W-LK-SAUTS  >  9                            JQGI85
008100           GO TO      I10-FN.                                     JQGI85
008100           MOVE       'N' TO W-LK-TROUVE                          JQGI85
008100           PERFORM    I11LK THRU I11LK-FN                         JQGI85
008100              VARYING W-LK-IX FROM 1 BY 1                         JQGI85
008100              UNTIL   W-LK-IX > W-LK-CPT                          JQGI85
008100                 OR   W-LK-TROUVE = 'O'.                          JQGI85
008100           IF         W-LK-TROUVE  =  'N'                         JQGI85
008100           GO TO      I10-FN.                                     JQGI85
008100           SUBTRACT   1 FROM W-LK-IX                              JQGI85
008100           MOVE       W-LK-NOU (W-LK-IX) TO W-LK-CLE              JQGI85
008100           MOVE       'O' TO W-LK-SUIVI                           JQGI85
008100           ADD        1 TO W-LK-SAUTS                             JQGI85
008100           GO TO      I10-10.                                     JQGI85
008200 I10-FN.   EXIT.                                                  JQGI85
008200 I11LK.    IF         W-LK-ANC (W-LK-IX)  =  W-LK-CLE             JQGI85
008200           MOVE       'O' TO W-LK-TROUVE.                         JQGI85
008200 I11LK-FN. EXIT.                                                  JQGI85
008200 I12LK.    IF         W-LK-NOU (W-LK-IX)  =  QH00-KQH01           JQGI85
008200           MOVE       'O' TO W-LK-TROUVE.                         JQGI85
008200 I12LK-FN. EXIT.                                                  JQGI85
008300 I15.      IF         ENR-TROUVE                                  JQGI85
008400           NEXT SENTENCE ELSE GO TO      I15-NOTFND.              JQGI85
008400           IF         W-LK-SUIVI  =  'O'                          JQGI85
008400           DISPLAY    LIB (25) QH00-KQH01.                        JQGI85
008500           PERFORM    I80AF THRU I80AF-FN                         JQGI85
008600           GO TO      I15-FN.                                     JQGI85
009800 I15-NOTFND.                                                      JQGI85
011200           DISPLAY    LIB (12) QH00-NCNCP                         JQGI85
011300           DISPLAY    LIB (13) QH00-DCD1A                         JQGI85
011400           DISPLAY    LIB (14) QH00-CPD1A                         JQGI85
011400           MOVE       'N' TO W-LK-TROUVE                          JQGI85
011400           IF         W-LK-CPT  NOT  =  ZERO                      JQGI85
011400           PERFORM    I12LK THRU I12LK-FN                         JQGI85
011400              VARYING W-LK-IX FROM 1 BY 1                         JQGI85
011400              UNTIL   W-LK-IX > W-LK-CPT                          JQGI85
011400                 OR   W-LK-TROUVE = 'O'                           JQGI85
011400           END-IF                                                 JQGI85
011400           IF         W-LK-TROUVE  =  'O'                         JQGI85
011400           SUBTRACT   1 FROM W-LK-IX                              JQGI85
011400           DISPLAY    LIB (26) W-LK-ANC (W-LK-IX)                 JQGI85
011400           END-IF                                                 JQGI85
011500           DISPLAY    LIB (15) QH00-CCANA                         JQGI85
011600           DISPLAY    LIB (16) QH00-CCD1A                         JQGI85
011700           DISPLAY    LIB (17) QH00-QEN1A                         JQGI85

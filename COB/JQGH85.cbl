001600      FILE STATUS IS                    AN-STATUS.                JQGH85
001700      SELECT     DL-FICHIER    ASSIGN    TO  DELTQH               JQGH85
001800      FILE STATUS IS                    DL-STATUS.                JQGH85
001800      SELECT     LN-FICHIER    ASSIGN    TO  LNKQH                JQGH85
001800      FILE STATUS IS                    LN-STATUS.                JQGH85
001900      SELECT     PRM-FICHIER   ASSIGN    TO  TLNPRM               JQGH85
002000      FILE STATUS IS                    PRM-STATUS.               JQGH85
002100      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQGH85
006100      10            DL-QH00     PICTURE  X(80).                   JQGH85
006200      10            DL-DATOR    PICTURE  X(6).                    JQGH85
006300      10            DL-TIMCO    PICTURE  X(6).                    JQGH85
006300 FD                 LN-FICHIER                                    JQGH85
006300      BLOCK              00000 RECORDS                            JQGH85
006300      RECORDING  F.                                               JQGH85
006300 01                 LN-REC.                                       JQGH85
006300      10            LN-KQH01-ANC PICTURE X(21).                   JQGH85
006300      10            LN-KQH01-NOU PICTURE X(21).                   JQGH85
006300      10            LN-DATOR    PICTURE  X(6).                    JQGH85
006300      10            LN-TIMCO    PICTURE  X(6).                    JQGH85
006300      10            FILLER      PICTURE  X(26).                   JQGH85
006400 FD                 PRM-FICHIER                                   JQGH85
006500      BLOCK              00000 RECORDS                            JQGH85
006600      RECORDING  F.                                               JQGH85
008700 01                 AU-STATUS   PICTURE  XX.                      JQGH85
008800 01                 AN-STATUS   PICTURE  XX.                      JQGH85
008900 01                 DL-STATUS   PICTURE  XX.                      JQGH85
008900 01                 LN-STATUS   PICTURE  XX.                      JQGH85
009000 01                 PRM-STATUS  PICTURE  XX.                      JQGH85
009100 01                 IK-FIN      PICTURE  X  VALUE  '0'.           JQGH85
009200      88            FIN-FIC               VALUE  '1'.             JQGH85
010500      05       5-EVT-EDITES  PICTURE S9(9) VALUE ZERO.            JQGH85
010600     COPY SY0095.                                                 JQGH85
010700 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQGH85
010800     'CHRONOLOGIE CONSOLIDEE PAR COMMANDE (JRN/AUD/ANN/DLT/LNK)'. JQGH85
010900 01  LIGNE-CDE.                                                   JQGH85
011000      05  FILLER     PICTURE X(09) VALUE 'COMMANDE '.             JQGH85
011100      05  LC-NCNCP   PICTURE X(11).                               JQGH85
017100      PERFORM    H12AUD THRU H12AUD-FN.                           JQGH85
017200      PERFORM    H13ANN THRU H13ANN-FN.                           JQGH85
017300      PERFORM    H14DLT THRU H14DLT-FN.                           JQGH85
017300      PERFORM    H15LNK THRU H15LNK-FN.                           JQGH85
017400 H10CHG-FN. EXIT.                                                 JQGH85
017500 H11JRN.   MOVE       '0' TO IK-FIN.                              JQGH85
017600      OPEN INPUT                JN-FICHIER.                       JQGH85
027700      GO TO      H14DLT-10.                                       JQGH85
027800 H14DLT-90. CLOSE     DL-FICHIER.                                 JQGH85
027900 H14DLT-FN. EXIT.                                                 JQGH85
027900*          NOTE * TRANSFERTS DE POINT DE VENTE (LIEN DE CLES) *.  JQGH85
027900 H15LNK.   MOVE       '0' TO IK-FIN.                              JQGH85
027900      OPEN INPUT                LN-FICHIER.                       JQGH85
027900      IF         LN-STATUS  NOT  =  '00'                          JQGH85
027900      GO TO      H15LNK-FN.                                       JQGH85
027900 H15LNK-10. READ      LN-FICHIER                                  JQGH85
027900      AT END     MOVE '1' TO IK-FIN                               JQGH85
027900      GO TO      H15LNK-90.                                       JQGH85
027900      MOVE       LN-KQH01-ANC (1:11) TO TR-NCNCP                  JQGH85
027900      PERFORM    H20SEL THRU H20SEL-FN                            JQGH85
027900      IF         W-RETENU  =  'N'                                 JQGH85
027900      GO TO      H15LNK-10.                                       JQGH85
027900      MOVE       LN-DATOR TO TR-DATOR                             JQGH85
027900      MOVE       LN-TIMCO TO TR-TIMCO                             JQGH85
027900      MOVE       'LNKQH' TO TR-SRC                                JQGH85
027900      MOVE       'TRANSF' TO TR-ACT                               JQGH85
027900      MOVE       SPACE TO TR-CCD1A                                JQGH85
027900      MOVE       SPACES TO TR-QEN TR-QCD                          JQGH85
027900      MOVE       SPACES TO TR-NOTE                                JQGH85
027900      MOVE       'PDV ' TO TR-NOTE (1:4)                          JQGH85
027900      MOVE       LN-KQH01-ANC (20:2) TO TR-NOTE (5:2)             JQGH85
027900      MOVE       ' -> ' TO TR-NOTE (7:4)                          JQGH85
027900      MOVE       LN-KQH01-NOU (20:2) TO TR-NOTE (11:2)            JQGH85
027900      RELEASE    TR-ENR                                           JQGH85
027900      ADD        1 TO 5-EVT-LUS                                   JQGH85
027900      GO TO      H15LNK-10.                                       JQGH85
027900 H15LNK-90. CLOSE     LN-FICHIER.                                 JQGH85
027900 H15LNK-FN. EXIT.                                                 JQGH85
028000 H20SEL.   MOVE       'O' TO W-RETENU.                            JQGH85
028100      IF         W-FILTRE  NOT  =  'O'                            JQGH85
028200      GO TO      H20SEL-FN.                                       JQGH85

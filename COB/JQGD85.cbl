007800      05  FILLER     PICTURE X(1)  VALUE SPACE.                   JQGD85
007900      05  LD-CLE1    PICTURE X(21).                               JQGD85
008000      05  FILLER     PICTURE X(8)  VALUE SPACE.                   JQGD85
008050     COPY SY0087.                                                 JQGD85
008100 PROCEDURE DIVISION.                                              JQGD85
008200 D00.      OPEN INPUT                ER-FICHIER.                  JQGD85
008300           IF        ER-STATUS  NOT  =  '00'                      JQGD85
014800           MOVE       W-SY-DERN (W-SY-IX) TO LD-DERN.             JQGD85
014900           MOVE       W-SY-CLE1 (W-SY-IX) TO LD-CLE1.             JQGD85
015000           WRITE      RP-REC FROM LIGNE-DET.                      JQGD85
015010           IF         W-SY-ESTAT (W-SY-IX)  NOT  =  '97'          JQGD85
015020           PERFORM    D52ALR THRU D52ALR-FN.                      JQGD85
015100 D51ECR-FN. EXIT.                                                 JQGD85
015110 D52ALR.   MOVE       'JQGD85' TO X87-PROGRAMME.                  JQGD85
015117           MOVE       'M' TO X87-GRAVITE.                         JQGD85
015124           MOVE       'QHERREUR' TO X87-CODE.                     JQGD85
015131           MOVE       SPACE TO X87-CLE X87-TEXTE.                 JQGD85
015138           STRING     'QH ' W-SY-EVSAM (W-SY-IX)                  JQGD85
015145                      ' STAT ' W-SY-ESTAT (W-SY-IX)               JQGD85
015152                      DELIMITED BY SIZE INTO X87-CLE.             JQGD85
015159           STRING     'ERREURS QH ' LD-NB                         JQGD85
015166                      ' OCC. DERNIERE ' LD-DERN                   JQGD85
015173                      DELIMITED BY SIZE INTO X87-TEXTE.           JQGD85
015180           CALL       'SY0087' USING SY0087-PARMS.                JQGD85
015187 D52ALR-FN. EXIT.                                                 JQGD85
015200 D99.      EXIT.                                                  JQGD85
015300 D99-FN.   EXIT.                                                  JQGD85
015400           GOBACK.                                                JQGD85

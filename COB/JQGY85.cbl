000100 IDENTIFICATION DIVISION.                                         JQGY85
000200 PROGRAM-ID.  JQGY85.                                             JQGY85
000300*AUTHOR.         DECHARGEMENT CONTROLE DU FICHIER QH.             JQGY85
000400*DATE-COMPILED.                                                   JQGY85
000500 ENVIRONMENT DIVISION.                                            JQGY85
000600 CONFIGURATION SECTION.                                           JQGY85
000700 SOURCE-COMPUTER. IBM-370.                                        JQGY85
000800 OBJECT-COMPUTER. IBM-370.                                        JQGY85
000900 INPUT-OUTPUT SECTION.                                            JQGY85
001000 FILE-CONTROL.                                                    JQGY85
001100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQGY85
001200      ORGANIZATION INDEXED                                        JQGY85
001300      ACCESS IS SEQUENTIAL                                        JQGY85
001400      FILE STATUS IS                   1-QH01-STATUS              JQGY85
001500                                       VSAM-STATUS                JQGY85
001600      RECORD KEY  IS                     QH00-KQH01               JQGY85
001700      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQGY85
001800      WITH DUPLICATES.                                            JQGY85
001900      SELECT     GN-FICHIER    ASSIGN    TO  GENQH                JQGY85
002000      FILE STATUS IS                    GN-STATUS.                JQGY85
002100      SELECT     SV-FICHIER    ASSIGN    TO  SAVQH                JQGY85
002200      FILE STATUS IS                    SV-STATUS.                JQGY85
002300 DATA DIVISION.                                                   JQGY85
002400 FILE SECTION.                                                    JQGY85
002500 FD                 QH-FICHIER.                                   JQGY85
002600 01                 QH00.                                         JQGY85
002700      10            QH00-KQH01.                                   JQGY85
002800      11            QH00-NCNCP.                                   JQGY85
002900      12            QH00-NCC1A  PICTURE  9(7).                    JQGY85
003000      12            QH00-ZNCLC  PICTURE  X.                       JQGY85
003100      12            QH00-ZG003.                                   JQGY85
003200      13            QH00-Z9001  PICTURE  9.                       JQGY85
003300      13            QH00-CUGCP  PICTURE  XX.                      JQGY85
003400      11            QH00-DCD1A  PICTURE  9(8).                    JQGY85
003500      11            QH00-CPD1A  PICTURE  X(2).                    JQGY85
003600      10            QH00-CCD1A  PICTURE  X.                       JQGY85
003700      10            QH00-QEN1A  PICTURE  999.                     JQGY85
003800      10            QH00-CCD1D  PICTURE  X.                       JQGY85
003900      10            QH00-QCD1B  PICTURE  9(4).                    JQGY85
004000      10            QH00-CCA1A  PICTURE  X.                       JQGY85
004100      10            QH00-CEN1A  PICTURE  X.                       JQGY85
004200      10            QH00-NEN1A  PICTURE  9(8).                    JQGY85
004300      10            QH00-ZEN1A  PICTURE  9(1).                    JQGY85
004400      10            QH00-CCP1A  PICTURE  9(2).                    JQGY85
004500      10            QH00-NCHSU  PICTURE  X(20).                   JQGY85
004600      10            QH00-CCANA  PICTURE  X(2).                    JQGY85
004700      10            QH00-ZF015  PICTURE  X(15).                   JQGY85
004800 FD                 GN-FICHIER                                    JQGY85
004900      BLOCK              00000 RECORDS                            JQGY85
005000      RECORDING  F.                                               JQGY85
005100 01                 GN-REC      PICTURE  X(71).                   JQGY85
005200 FD                 SV-FICHIER                                    JQGY85
005300      BLOCK              00000 RECORDS                            JQGY85
005400      RECORDING  F.                                               JQGY85
005500 01                 SV-REC      PICTURE  X(80).                   JQGY85
005600 WORKING-STORAGE SECTION.                                         JQGY85
005700 01  ZONES-STATUS.                                                JQGY85
005800      05   VSAM-STATUS.                                           JQGY85
005900        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQGY85
006000        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQGY85
006100        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQGY85
006200      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQGY85
006300 01                 GN-STATUS   PICTURE  XX.                      JQGY85
006400 01                 SV-STATUS   PICTURE  XX.                      JQGY85
006500 01                 IK-FIN-QH   PICTURE  X  VALUE  '0'.           JQGY85
006600      88            FIN-QH                VALUE  '1'.             JQGY85
006700 01                 IK-FIN-GN   PICTURE  X  VALUE  '0'.           JQGY85
006800      88            FIN-GN                VALUE  '1'.             JQGY85
006900*          NOTE * ENTETE ET FIN DE LA SAUVEGARDE (TYPE HDR/TRL *. JQGY85
007000*          NOTE * EN TETE D ENREGISTREMENT, COMME LE LOT KA)   *. JQGY85
007100 01                 W-SV-HDR.                                     JQGY85
007200      05            W-SVH-TYPE  PICTURE  X(3) VALUE 'HDR'.        JQGY85
007300      05            W-SVH-GN    PICTURE  X(71) VALUE SPACE.       JQGY85
007400      05            W-SVH-DATOR PICTURE  X(6) VALUE SPACE.        JQGY85
007500 01                 W-SV-TRL.                                     JQGY85
007600      05            W-SVT-TYPE  PICTURE  X(3) VALUE 'TRL'.        JQGY85
007700      05            W-SVT-CPT   PICTURE  9(9) VALUE ZERO.         JQGY85
007800      05            W-SVT-HQCD  PICTURE  9(12) VALUE ZERO.        JQGY85
007900      05            W-SVT-HQEN  PICTURE  9(12) VALUE ZERO.        JQGY85
008000      05            FILLER      PICTURE  X(44) VALUE SPACE.       JQGY85
008100 01                 W-VERROU    PICTURE  X  VALUE 'N'.            JQGY85
008200 01                 COMPTEURS-SAV COMPUTATIONAL-3.                JQGY85
008300      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQGY85
008400      05       5-SV-ECRITS   PICTURE S9(9) VALUE ZERO.            JQGY85
008500      05       5-QH00-NONUM  PICTURE S9(9) VALUE ZERO.            JQGY85
008600     COPY SY0093.                                                 JQGY85
008700     COPY SY0095.                                                 JQGY85
008800     COPY SY0099.                                                 JQGY85
008900 PROCEDURE DIVISION.                                              JQGY85
009000 Y00.                                                             JQGY85
009100      MOVE       'JQGY85' TO X95-PROGRAMME                        JQGY85
009200      MOVE       'D' TO X95-PHASE                                 JQGY85
009300      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGY85
009400                 X95-CPT-REJET                                    JQGY85
009500      MOVE       SPACES TO X95-ETAT                               JQGY85
009600      CALL       'SY0095' USING SY0095-PARMS                      JQGY85
009700      MOVE       'C' TO X99-FONCTION                              JQGY85
009800      CALL       'SY0099' USING SY0099-PARMS                      JQGY85
009900      MOVE       X99-DATE-8 (3:6) TO W-SVH-DATOR.                 JQGY85
010000 Y00-FN.   EXIT.                                                  JQGY85
010100*          NOTE * VERROU QH : COPIE A UN INSTANT DONNE *.         JQGY85
010200 Y00V.                                                            JQGY85
010300      MOVE       'P' TO X93-FONCTION                              JQGY85
010400      MOVE       'JQGY85' TO X93-PROGRAMME                        JQGY85
010500      MOVE       'QH' TO X93-RESSOURCE                            JQGY85
010600      CALL       'SY0093' USING SY0093-PARMS                      JQGY85
010700      IF         X93-REFUSE                                       JQGY85
010800      DISPLAY    'VERROU QH DETENU PAR ' X93-DETENTEUR            JQGY85
010900                 ' DEPUIS ' X93-DEPUIS                            JQGY85
011000      MOVE       8 TO RETURN-CODE                                 JQGY85
011100      GO TO      Y98                                              JQGY85
011200      END-IF                                                      JQGY85
011300      MOVE       'O' TO W-VERROU.                                 JQGY85
011400 Y00V-FN.  EXIT.                                                  JQGY85
011500 Y01.      OPEN INPUT               GN-FICHIER.                   JQGY85
011600      IF         GN-STATUS  NOT  =  '00'                          JQGY85
011700      DISPLAY    'AUCUNE GENERATION GN - ENTETE SANS METADONNEES' JQGY85
011800      GO TO      Y02.                                             JQGY85
011900 Y01-10.   READ       GN-FICHIER                                  JQGY85
012000      AT END     MOVE '1' TO IK-FIN-GN                            JQGY85
012100      GO TO      Y01-90.                                          JQGY85
012200      MOVE       GN-REC TO W-SVH-GN                               JQGY85
012300      GO TO      Y01-10.                                          JQGY85
012400 Y01-90.   CLOSE      GN-FICHIER.                                 JQGY85
012500 Y01-FN.   EXIT.                                                  JQGY85
012600 Y02.      OPEN INPUT                    QH-FICHIER.              JQGY85
012700      IF        1-QH01-STATUS  NOT  = ZERO                        JQGY85
012800           AND  1-QH01-STATUS  NOT  = '97'                        JQGY85
012900      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQGY85
013000                 1-QH01-STATUS                                    JQGY85
013100      MOVE       8 TO RETURN-CODE                                 JQGY85
013200      GO TO      Y98.                                             JQGY85
013300      OPEN OUTPUT               SV-FICHIER.                       JQGY85
013400      IF         SV-STATUS  NOT  =  '00'                          JQGY85
013500      DISPLAY    'OUVERTURE SAVQH IMPOSSIBLE - STATUT = '         JQGY85
013600                 SV-STATUS                                        JQGY85
013700      CLOSE      QH-FICHIER                                       JQGY85
013800      MOVE       8 TO RETURN-CODE                                 JQGY85
013900      GO TO      Y98.                                             JQGY85
014000      WRITE      SV-REC FROM W-SV-HDR.                            JQGY85
014100 Y02-FN.   EXIT.                                                  JQGY85
014200 Y05.      READ       QH-FICHIER NEXT RECORD                      JQGY85
014300      AT END     MOVE '1' TO IK-FIN-QH                            JQGY85
014400      GO TO      Y50.                                             JQGY85
014500      ADD        1 TO 5-QH00-LUS                                  JQGY85
014600      WRITE      SV-REC FROM QH00                                 JQGY85
014700      ADD        1 TO 5-SV-ECRITS                                 JQGY85
014800      ADD        1 TO W-SVT-CPT                                   JQGY85
014900      IF         QH00-QCD1B  NUMERIC                              JQGY85
015000            AND  QH00-QEN1A  NUMERIC                              JQGY85
015100      ADD        QH00-QCD1B TO W-SVT-HQCD                         JQGY85
015200      ADD        QH00-QEN1A TO W-SVT-HQEN                         JQGY85
015300      ELSE                                                        JQGY85
015400      ADD        1 TO 5-QH00-NONUM.                               JQGY85
015500      GO TO      Y05.                                             JQGY85
015600 Y05-FN.   EXIT.                                                  JQGY85
015700 Y50.      WRITE      SV-REC FROM W-SV-TRL.                       JQGY85
015800      CLOSE      QH-FICHIER                                       JQGY85
015900                 SV-FICHIER.                                      JQGY85
016000      DISPLAY    'ENREG. QH LUS          = ' 5-QH00-LUS           JQGY85
016100      DISPLAY    'ENREG. SAUVEGARDES     = ' 5-SV-ECRITS          JQGY85
016200      DISPLAY    'TOTAL CONTROLE QCD1B   = ' W-SVT-HQCD           JQGY85
016300      DISPLAY    'TOTAL CONTROLE QEN1A   = ' W-SVT-HQEN           JQGY85
016400      DISPLAY    'QTES NON NUMERIQUES    = ' 5-QH00-NONUM.        JQGY85
016500 Y50-FN.   EXIT.                                                  JQGY85
016600 Y98.                                                             JQGY85
016700      MOVE       'F' TO X95-PHASE                                 JQGY85
016800      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQGY85
016900      MOVE       5-SV-ECRITS TO X95-CPT-SORTIE                    JQGY85
017000      MOVE       5-QH00-NONUM TO X95-CPT-REJET                    JQGY85
017100      IF         RETURN-CODE  =  ZERO                             JQGY85
017200      MOVE       'OK' TO X95-ETAT                                 JQGY85
017300      ELSE                                                        JQGY85
017400      MOVE       'ANOMALIE' TO X95-ETAT                           JQGY85
017500      END-IF                                                      JQGY85
017600      CALL       'SY0095' USING SY0095-PARMS.                     JQGY85
017700 Y98-FN.   EXIT.                                                  JQGY85
017800 Y99.      EXIT.                                                  JQGY85
017900 Y99-FN.   EXIT.                                                  JQGY85
018000 Y99V.     IF         W-VERROU  =  'O'                            JQGY85
018100      MOVE       'L' TO X93-FONCTION                              JQGY85
018200      MOVE       'JQGY85' TO X93-PROGRAMME                        JQGY85
018300      MOVE       'QH' TO X93-RESSOURCE                            JQGY85
018400      CALL       'SY0093' USING SY0093-PARMS.                     JQGY85
018500 Y99V-FN.  EXIT.                                                  JQGY85
018600      GOBACK.                                                     JQGY85

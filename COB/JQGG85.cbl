000100 IDENTIFICATION DIVISION.                                         JQGG85
000200 PROGRAM-ID.  JQGG85.                                             JQGG85
000300*AUTHOR.         CLOTURE/REOUVERTURE MENSUELLE DES COMMANDES.     JQGG85
000400*DATE-COMPILED.                                                   JQGG85
000500*          NOTE * LA CARTE CLOPRM DONNE LA FONCTION ('C' CLOTURE *JQGG85
000600*               * OU 'O' REOUVERTURE), LE MOIS AAAAMM ET LE CODE *JQGG85
000700*               * OPERATEUR.  UN ENREGISTREMENT EST AJOUTE AU    *JQGG85
000800*               * FICHIER DE CONTROLE DES PERIODES PERQH, LU PAR *JQGG85
000900*               * SY0090 DANS CHAQUE PROGRAMME DE MAJ QH : LES   *JQGG85
001000*               * COMMANDES D UN MOIS CLOS NE SONT PLUS MISES A  *JQGG85
001100*               * JOUR ET PARTENT EN AJUSTEMENT TARDIF (LATQH).  *JQGG85
001200 ENVIRONMENT DIVISION.                                            JQGG85
001300 CONFIGURATION SECTION.                                           JQGG85
001400 SOURCE-COMPUTER. IBM-370.                                        JQGG85
001500 OBJECT-COMPUTER. IBM-370.                                        JQGG85
001600 INPUT-OUTPUT SECTION.                                            JQGG85
001700 FILE-CONTROL.                                                    JQGG85
001800      SELECT     CP-FICHIER    ASSIGN    TO  CLOPRM               JQGG85
001900      FILE STATUS IS                    CP-STATUS.                JQGG85
002000      SELECT     PE-FICHIER    ASSIGN    TO  PERQH                JQGG85
002100      FILE STATUS IS                    PE-STATUS.                JQGG85
002200 DATA DIVISION.                                                   JQGG85
002300 FILE SECTION.                                                    JQGG85
002400 FD                 CP-FICHIER                                    JQGG85
002500      BLOCK              00000 RECORDS                            JQGG85
002600      RECORDING  F.                                               JQGG85
002700 01                 CP-REC.                                       JQGG85
002800      10            CP-FONCTION PICTURE  X.                       JQGG85
002900      10            CP-MOIS.                                      JQGG85
003000      11            CP-AAAA     PICTURE  9(4).                    JQGG85
003100      11            CP-MM       PICTURE  9(2).                    JQGG85
003200      10            CP-OPER     PICTURE  X(8).                    JQGG85
003300      10            FILLER      PICTURE  X(65).                   JQGG85
003400 FD                 PE-FICHIER                                    JQGG85
003500      BLOCK              00000 RECORDS                            JQGG85
003600      RECORDING  F.                                               JQGG85
003700 01                 PE-REC.                                       JQGG85
003800      10            PE-MOIS     PICTURE  9(6).                    JQGG85
003900      10            PE-ETAT     PICTURE  X.                       JQGG85
004000      10            PE-OPER     PICTURE  X(8).                    JQGG85
004100      10            PE-TIMESTAMP PICTURE X(26).                   JQGG85
004200      10            FILLER      PICTURE  X(39).                   JQGG85
004300 WORKING-STORAGE SECTION.                                         JQGG85
004400 01                 CP-STATUS   PICTURE  XX VALUE ZERO.           JQGG85
004500 01                 PE-STATUS   PICTURE  XX VALUE ZERO.           JQGG85
004600 01                 W-FONCTION  PICTURE  X  VALUE SPACE.          JQGG85
004700 01                 W-OPER      PICTURE  X(8) VALUE SPACES.       JQGG85
004800 01                 W-MOIS      PICTURE  9(6) VALUE ZERO.         JQGG85
004900 01                 W-MOIS-E    REDEFINES W-MOIS.                 JQGG85
005000      05            W-MOIS-AAAA PICTURE  9(4).                    JQGG85
005100      05            W-MOIS-MM   PICTURE  9(2).                    JQGG85
005200 01                 W-MOIS-RUN  PICTURE  9(6) VALUE ZERO.         JQGG85
005300 01                 W-VERROU    PICTURE  X  VALUE 'N'.            JQGG85
005400 01                 COMPTEURS-CLO COMPUTATIONAL-3.                JQGG85
005500      05       5-PE-ECRITS   PICTURE S9(9) VALUE ZERO.            JQGG85
005600      05       5-CP-REJET    PICTURE S9(9) VALUE ZERO.            JQGG85
005700     COPY SY0090.                                                 JQGG85
005800     COPY SY0093.                                                 JQGG85
005900     COPY SY0095.                                                 JQGG85
006000     COPY SY0099.                                                 JQGG85
006100 PROCEDURE DIVISION.                                              JQGG85
006200 G00.                                                             JQGG85
006300      MOVE       'JQGG85' TO X95-PROGRAMME                        JQGG85
006400      MOVE       'D' TO X95-PHASE                                 JQGG85
006500      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGG85
006600                 X95-CPT-REJET                                    JQGG85
006700      MOVE       SPACES TO X95-ETAT                               JQGG85
006800      CALL       'SY0095' USING SY0095-PARMS                      JQGG85
006900      MOVE       'C' TO X99-FONCTION                              JQGG85
007000      CALL       'SY0099' USING SY0099-PARMS                      JQGG85
007100      DIVIDE     X99-DATE-8 BY 100 GIVING W-MOIS-RUN.             JQGG85
007200 G00-FN.   EXIT.                                                  JQGG85
007300*          NOTE * VERROU QH : PAS DE CLOTURE PENDANT UNE MAJ *.   JQGG85
007400 G00V.                                                            JQGG85
007500      MOVE       'P' TO X93-FONCTION                              JQGG85
007600      MOVE       'JQGG85' TO X93-PROGRAMME                        JQGG85
007700      MOVE       'QH' TO X93-RESSOURCE                            JQGG85
007800      CALL       'SY0093' USING SY0093-PARMS                      JQGG85
007900      IF         X93-REFUSE                                       JQGG85
008000      DISPLAY    'VERROU QH DETENU PAR ' X93-DETENTEUR            JQGG85
008100                 ' DEPUIS ' X93-DEPUIS                            JQGG85
008200      MOVE       8 TO RETURN-CODE                                 JQGG85
008300      GO TO      G98                                              JQGG85
008400      END-IF                                                      JQGG85
008500      MOVE       'O' TO W-VERROU.                                 JQGG85
008600 G00V-FN.  EXIT.                                                  JQGG85
008700 G01.      OPEN INPUT               CP-FICHIER.                   JQGG85
008800      IF         CP-STATUS  NOT  =  '00'                          JQGG85
008900      DISPLAY    'CARTE CLOPRM ABSENTE - ARRET'                   JQGG85
009000      MOVE       8 TO RETURN-CODE                                 JQGG85
009100      GO TO      G98.                                             JQGG85
009200      READ       CP-FICHIER                                       JQGG85
009300      AT END     MOVE SPACES TO CP-REC.                           JQGG85
009400      CLOSE      CP-FICHIER.                                      JQGG85
009500      MOVE       CP-FONCTION TO W-FONCTION                        JQGG85
009600      MOVE       CP-OPER TO W-OPER.                               JQGG85
009700      IF         W-FONCTION  NOT  =  'C'                          JQGG85
009800            AND  W-FONCTION  NOT  =  'O'                          JQGG85
009900      DISPLAY    'FONCTION CLOPRM INVALIDE (C/O) : ' W-FONCTION   JQGG85
010000      GO TO      G01-KO.                                          JQGG85
010100      IF         CP-MOIS  NOT  NUMERIC                            JQGG85
010200      DISPLAY    'MOIS CLOPRM NON NUMERIQUE : ' CP-MOIS           JQGG85
010300      GO TO      G01-KO.                                          JQGG85
010400      IF         CP-MM  <  1  OR  CP-MM  >  12                    JQGG85
010500      DISPLAY    'MOIS CLOPRM INVALIDE : ' CP-MOIS                JQGG85
010600      GO TO      G01-KO.                                          JQGG85
010700      IF         W-OPER  =  SPACES                                JQGG85
010800      DISPLAY    'CODE OPERATEUR OBLIGATOIRE - ARRET'             JQGG85
010900      GO TO      G01-KO.                                          JQGG85
011000      MOVE       CP-MOIS TO W-MOIS.                               JQGG85
011100      IF         W-FONCTION  =  'C'                               JQGG85
011200            AND  W-MOIS  NOT  <  W-MOIS-RUN                       JQGG85
011300      DISPLAY    'MOIS ' W-MOIS ' NON ECOULE - CLOTURE REFUSEE'   JQGG85
011400      GO TO      G01-KO.                                          JQGG85
011500      GO TO      G01-FN.                                          JQGG85
011600 G01-KO.                                                          JQGG85
011700      ADD        1 TO 5-CP-REJET                                  JQGG85
011800      MOVE       8 TO RETURN-CODE                                 JQGG85
011900      GO TO      G98.                                             JQGG85
012000 G01-FN.   EXIT.                                                  JQGG85
012100*          NOTE * ETAT ACTUEL DU MOIS SELON PERQH *.              JQGG85
012200 G02.      MOVE       'C' TO X90-FONCTION                         JQGG85
012300      COMPUTE    X90-DATE = W-MOIS * 100 + 1                      JQGG85
012400      CALL       'SY0090' USING SY0090-PARMS.                     JQGG85
012500      IF         W-FONCTION  =  'C'                               JQGG85
012600            AND  X90-MOIS-CLOS                                    JQGG85
012700      DISPLAY    'MOIS ' W-MOIS ' DEJA CLOS - AUCUNE ACTION'      JQGG85
012800      MOVE       4 TO RETURN-CODE                                 JQGG85
012900      GO TO      G98.                                             JQGG85
013000      IF         W-FONCTION  =  'O'                               JQGG85
013100            AND  X90-MOIS-OUVERT                                  JQGG85
013200      DISPLAY    'MOIS ' W-MOIS ' NON CLOS - AUCUNE ACTION'       JQGG85
013300      MOVE       4 TO RETURN-CODE                                 JQGG85
013400      GO TO      G98.                                             JQGG85
013500 G02-FN.   EXIT.                                                  JQGG85
013600 G05.      OPEN EXTEND              PE-FICHIER.                   JQGG85
013700      IF         PE-STATUS  =  '05'                               JQGG85
013800        OR       PE-STATUS  =  '35'                               JQGG85
013900        OPEN OUTPUT              PE-FICHIER                       JQGG85
014000      END-IF.                                                     JQGG85
014100      IF         PE-STATUS  NOT  =  '00'                          JQGG85
014200            AND  PE-STATUS  NOT  =  '05'                          JQGG85
014300      DISPLAY    'OUVERTURE PERQH IMPOSSIBLE - STATUT = '         JQGG85
014400                 PE-STATUS                                        JQGG85
014500      MOVE       8 TO RETURN-CODE                                 JQGG85
014600      GO TO      G98.                                             JQGG85
014700      MOVE       SPACES TO PE-REC                                 JQGG85
014800      MOVE       W-MOIS TO PE-MOIS                                JQGG85
014900      MOVE       W-FONCTION TO PE-ETAT                            JQGG85
015000      MOVE       W-OPER TO PE-OPER                                JQGG85
015100      MOVE       'C' TO X99-FONCTION                              JQGG85
015200      CALL       'SY0099' USING SY0099-PARMS                      JQGG85
015300      MOVE       X99-TIMESTAMP TO PE-TIMESTAMP                    JQGG85
015400      WRITE      PE-REC                                           JQGG85
015500      ADD        1 TO 5-PE-ECRITS                                 JQGG85
015600      CLOSE      PE-FICHIER.                                      JQGG85
015700      IF         W-FONCTION  =  'C'                               JQGG85
015800      DISPLAY    'MOIS ' W-MOIS ' CLOS PAR ' W-OPER               JQGG85
015900      ELSE                                                        JQGG85
016000      DISPLAY    'MOIS ' W-MOIS ' ROUVERT PAR ' W-OPER.           JQGG85
016100 G05-FN.   EXIT.                                                  JQGG85
016200 G98.                                                             JQGG85
016300      MOVE       'F' TO X95-PHASE                                 JQGG85
016400      MOVE       1 TO X95-CPT-ENTREE                              JQGG85
016500      MOVE       5-PE-ECRITS TO X95-CPT-SORTIE                    JQGG85
016600      MOVE       5-CP-REJET TO X95-CPT-REJET                      JQGG85
016700      IF         RETURN-CODE  NOT  >  4                           JQGG85
016800      MOVE       'OK' TO X95-ETAT                                 JQGG85
016900      ELSE                                                        JQGG85
017000      MOVE       'ANOMALIE' TO X95-ETAT                           JQGG85
017100      END-IF                                                      JQGG85
017200      CALL       'SY0095' USING SY0095-PARMS.                     JQGG85
017300 G98-FN.   EXIT.                                                  JQGG85
017400 G99.      EXIT.                                                  JQGG85
017500 G99-FN.   EXIT.                                                  JQGG85
017600 G99V.     IF         W-VERROU  =  'O'                            JQGG85
017700      MOVE       'L' TO X93-FONCTION                              JQGG85
017800      MOVE       'JQGG85' TO X93-PROGRAMME                        JQGG85
017900      MOVE       'QH' TO X93-RESSOURCE                            JQGG85
018000      CALL       'SY0093' USING SY0093-PARMS.                     JQGG85
018100 G99V-FN.  EXIT.                                                  JQGG85
018200      GOBACK.                                                     JQGG85

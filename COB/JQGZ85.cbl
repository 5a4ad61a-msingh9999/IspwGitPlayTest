000100 IDENTIFICATION DIVISION.                                         JQGZ85
000200 PROGRAM-ID.  JQGZ85.                                             JQGZ85
000300*AUTHOR.         RECHARGEMENT CONTROLE DU FICHIER QH.             JQGZ85
000400*DATE-COMPILED.                                                   JQGZ85
000500 ENVIRONMENT DIVISION.                                            JQGZ85
000600 CONFIGURATION SECTION.                                           JQGZ85
000700 SOURCE-COMPUTER. IBM-370.                                        JQGZ85
000800 OBJECT-COMPUTER. IBM-370.                                        JQGZ85
000900 INPUT-OUTPUT SECTION.                                            JQGZ85
001000 FILE-CONTROL.                                                    JQGZ85
001100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQGZ85
001200      ORGANIZATION INDEXED                                        JQGZ85
001300      ACCESS IS SEQUENTIAL                                        JQGZ85
001400      FILE STATUS IS                   1-QH01-STATUS              JQGZ85
001500                                       VSAM-STATUS                JQGZ85
001600      RECORD KEY  IS                     QH00-KQH01               JQGZ85
001700      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQGZ85
001800      WITH DUPLICATES.                                            JQGZ85
001900      SELECT     SV-FICHIER    ASSIGN    TO  SAVQH                JQGZ85
002000      FILE STATUS IS                    SV-STATUS.                JQGZ85
002100 DATA DIVISION.                                                   JQGZ85
002200 FILE SECTION.                                                    JQGZ85
002300 FD                 QH-FICHIER.                                   JQGZ85
002400 01                 QH00.                                         JQGZ85
002500      10            QH00-KQH01.                                   JQGZ85
002600      11            QH00-NCNCP.                                   JQGZ85
002700      12            QH00-NCC1A  PICTURE  9(7).                    JQGZ85
002800      12            QH00-ZNCLC  PICTURE  X.                       JQGZ85
002900      12            QH00-ZG003.                                   JQGZ85
003000      13            QH00-Z9001  PICTURE  9.                       JQGZ85
003100      13            QH00-CUGCP  PICTURE  XX.                      JQGZ85
003200      11            QH00-DCD1A  PICTURE  9(8).                    JQGZ85
003300      11            QH00-CPD1A  PICTURE  X(2).                    JQGZ85
003400      10            QH00-CCD1A  PICTURE  X.                       JQGZ85
003500      10            QH00-QEN1A  PICTURE  999.                     JQGZ85
003600      10            QH00-CCD1D  PICTURE  X.                       JQGZ85
003700      10            QH00-QCD1B  PICTURE  9(4).                    JQGZ85
003800      10            QH00-CCA1A  PICTURE  X.                       JQGZ85
003900      10            QH00-CEN1A  PICTURE  X.                       JQGZ85
004000      10            QH00-NEN1A  PICTURE  9(8).                    JQGZ85
004100      10            QH00-ZEN1A  PICTURE  9(1).                    JQGZ85
004200      10            QH00-CCP1A  PICTURE  9(2).                    JQGZ85
004300      10            QH00-NCHSU  PICTURE  X(20).                   JQGZ85
004400      10            QH00-CCANA  PICTURE  X(2).                    JQGZ85
004500      10            QH00-ZF015  PICTURE  X(15).                   JQGZ85
004600 FD                 SV-FICHIER                                    JQGZ85
004700      BLOCK              00000 RECORDS                            JQGZ85
004800      RECORDING  F.                                               JQGZ85
004900 01                 SV-REC.                                       JQGZ85
005000      10            SV-TYPE     PICTURE  X(3).                    JQGZ85
005100      10            FILLER      PICTURE  X(77).                   JQGZ85
005200 01                 SV-QH00.                                      JQGZ85
005300      10            SV-KQH01    PICTURE  X(21).                   JQGZ85
005400      10            FILLER      PICTURE  X(5).                    JQGZ85
005500      10            SV-QCD1B    PICTURE  9(4).                    JQGZ85
005600      10            FILLER      PICTURE  X(50).                   JQGZ85
005700 01                 SV-QEN-VUE.                                   JQGZ85
005800      10            FILLER      PICTURE  X(22).                   JQGZ85
005900      10            SV-QEN1A    PICTURE  999.                     JQGZ85
006000      10            FILLER      PICTURE  X(55).                   JQGZ85
006100 WORKING-STORAGE SECTION.                                         JQGZ85
006200 01  ZONES-STATUS.                                                JQGZ85
006300      05   VSAM-STATUS.                                           JQGZ85
006400        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQGZ85
006500        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQGZ85
006600        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQGZ85
006700      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQGZ85
006800 01                 SV-STATUS   PICTURE  XX.                      JQGZ85
006900 01                 IK          PICTURE  X  VALUE  '0'.           JQGZ85
007000 01                 IK-FIN-SV   PICTURE  X  VALUE  '0'.           JQGZ85
007100      88            FIN-SV                VALUE  '1'.             JQGZ85
007200 01                 W-SV-HDR    PICTURE  X(80) VALUE SPACE.       JQGZ85
007300 01                 W-SV-HDR-E  REDEFINES W-SV-HDR.               JQGZ85
007400      05            FILLER      PICTURE  X(3).                    JQGZ85
007500      05            W-SVH-PROGR PICTURE  X(6).                    JQGZ85
007600      05            W-SVH-DATGN PICTURE  X(8).                    JQGZ85
007700      05            FILLER      PICTURE  X(57).                   JQGZ85
007800      05            W-SVH-DATOR PICTURE  X(6).                    JQGZ85
007900 01                 W-SV-TRL    PICTURE  X(80) VALUE SPACE.       JQGZ85
008000 01                 W-SV-TRL-E  REDEFINES W-SV-TRL.               JQGZ85
008100      05            FILLER      PICTURE  X(3).                    JQGZ85
008200      05            W-SVT-CPT   PICTURE  9(9).                    JQGZ85
008300      05            W-SVT-HQCD  PICTURE  9(12).                   JQGZ85
008400      05            W-SVT-HQEN  PICTURE  9(12).                   JQGZ85
008500      05            FILLER      PICTURE  X(44).                   JQGZ85
008600 01                 W-SV-PREM   PICTURE  X VALUE '0'.             JQGZ85
008700 01                 W-SV-TRL-VU PICTURE  X VALUE '0'.             JQGZ85
008800 01                 W-CTL-CPT   PICTURE  9(9) VALUE ZERO.         JQGZ85
008900 01                 W-CTL-HQCD  PICTURE  9(12) VALUE ZERO.        JQGZ85
009000 01                 W-CTL-HQEN  PICTURE  9(12) VALUE ZERO.        JQGZ85
009100 01                 W-CLE-PREC  PICTURE  X(21) VALUE LOW-VALUE.   JQGZ85
009200 01                 W-VERROU    PICTURE  X  VALUE 'N'.            JQGZ85
009300 01                 COMPTEURS-RCH COMPUTATIONAL-3.                JQGZ85
009400      05       5-SV-LUS      PICTURE S9(9) VALUE ZERO.            JQGZ85
009500      05       5-QH00-ECRITS PICTURE S9(9) VALUE ZERO.            JQGZ85
009600      05       5-QH00-REJET  PICTURE S9(9) VALUE ZERO.            JQGZ85
009700     COPY SY0093.                                                 JQGZ85
009800     COPY SY0095.                                                 JQGZ85
009900 PROCEDURE DIVISION.                                              JQGZ85
010000 Z00.                                                             JQGZ85
010100      MOVE       'JQGZ85' TO X95-PROGRAMME                        JQGZ85
010200      MOVE       'D' TO X95-PHASE                                 JQGZ85
010300      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGZ85
010400                 X95-CPT-REJET                                    JQGZ85
010500      MOVE       SPACES TO X95-ETAT                               JQGZ85
010600      CALL       'SY0095' USING SY0095-PARMS.                     JQGZ85
010700 Z00-FN.   EXIT.                                                  JQGZ85
010800 Z00V.                                                            JQGZ85
010900      MOVE       'P' TO X93-FONCTION                              JQGZ85
011000      MOVE       'JQGZ85' TO X93-PROGRAMME                        JQGZ85
011100      MOVE       'QH' TO X93-RESSOURCE                            JQGZ85
011200      CALL       'SY0093' USING SY0093-PARMS                      JQGZ85
011300      IF         X93-REFUSE                                       JQGZ85
011400      DISPLAY    'VERROU QH DETENU PAR ' X93-DETENTEUR            JQGZ85
011500                 ' DEPUIS ' X93-DEPUIS                            JQGZ85
011600      MOVE       8 TO RETURN-CODE                                 JQGZ85
011700      GO TO      Z98                                              JQGZ85
011800      END-IF                                                      JQGZ85
011900      MOVE       'O' TO W-VERROU.                                 JQGZ85
012000 Z00V-FN.  EXIT.                                                  JQGZ85
012100*          NOTE * 1ERE LECTURE : CONTROLE HDR/TRL AVANT MAJ *.    JQGZ85
012200 Z01.      OPEN INPUT               SV-FICHIER.                   JQGZ85
012300      IF         SV-STATUS  NOT  =  '00'                          JQGZ85
012400      DISPLAY    'SAUVEGARDE SAVQH INDISPONIBLE - STATUT = '      JQGZ85
012500                 SV-STATUS                                        JQGZ85
012600      MOVE       8 TO RETURN-CODE                                 JQGZ85
012700      GO TO      Z98.                                             JQGZ85
012800 Z01-10.   READ       SV-FICHIER                                  JQGZ85
012900      AT END     GO TO   Z01-EOF.                                 JQGZ85
013000      IF         W-SV-PREM  =  '0'                                JQGZ85
013100      IF         SV-TYPE  =  'HDR'                                JQGZ85
013200      MOVE       '1' TO W-SV-PREM                                 JQGZ85
013300      MOVE       SV-REC TO W-SV-HDR                               JQGZ85
013400      GO TO      Z01-10                                           JQGZ85
013500      ELSE                                                        JQGZ85
013600      DISPLAY    'ENTETE HDR ABSENT EN TETE DE SAVQH'             JQGZ85
013700      GO TO      Z01-KO.                                          JQGZ85
013800      IF         SV-TYPE  =  'TRL'                                JQGZ85
013900      IF         W-SV-TRL-VU  =  '1'                              JQGZ85
014000      DISPLAY    'DOUBLE TRL DANS SAVQH'                          JQGZ85
014100      GO TO      Z01-KO                                           JQGZ85
014200      ELSE                                                        JQGZ85
014300      MOVE       '1' TO W-SV-TRL-VU                               JQGZ85
014400      MOVE       SV-REC TO W-SV-TRL                               JQGZ85
014500      GO TO      Z01-10.                                          JQGZ85
014600      IF         W-SV-TRL-VU  =  '1'                              JQGZ85
014700      DISPLAY    'DONNEES APRES LE TRL DANS SAVQH'                JQGZ85
014800      GO TO      Z01-KO.                                          JQGZ85
014900      IF         SV-KQH01  NOT >  W-CLE-PREC                      JQGZ85
015000      DISPLAY    'CLE EN RUPTURE DE SEQUENCE : ' SV-KQH01         JQGZ85
015100      GO TO      Z01-KO.                                          JQGZ85
015200      MOVE       SV-KQH01 TO W-CLE-PREC                           JQGZ85
015300      ADD        1 TO W-CTL-CPT                                   JQGZ85
015400      IF         SV-QCD1B  NUMERIC                                JQGZ85
015500            AND  SV-QEN1A  NUMERIC                                JQGZ85
015600      ADD        SV-QCD1B TO W-CTL-HQCD                           JQGZ85
015700      ADD        SV-QEN1A TO W-CTL-HQEN.                          JQGZ85
015800      GO TO      Z01-10.                                          JQGZ85
015900 Z01-EOF.                                                         JQGZ85
016000      IF         W-SV-PREM  =  '0'                                JQGZ85
016100      DISPLAY    'SAUVEGARDE VIDE OU SANS ENTETE'                 JQGZ85
016200      GO TO      Z01-KO.                                          JQGZ85
016300      IF         W-SV-TRL-VU  NOT  =  '1'                         JQGZ85
016400      DISPLAY    'TRL ABSENT EN FIN DE SAVQH'                     JQGZ85
016500      GO TO      Z01-KO.                                          JQGZ85
016600      IF         W-SVT-CPT  NOT  =  W-CTL-CPT                     JQGZ85
016700      DISPLAY    'TRL NOMBRE ENREG. DIFFERENT'                    JQGZ85
016800      DISPLAY    'TRL = ' W-SVT-CPT                               JQGZ85
016900                 ' COMPTE = ' W-CTL-CPT                           JQGZ85
017000      GO TO      Z01-KO.                                          JQGZ85
017100      IF         W-SVT-HQCD  NOT  =  W-CTL-HQCD                   JQGZ85
017200            OR   W-SVT-HQEN  NOT  =  W-CTL-HQEN                   JQGZ85
017300      DISPLAY    'TRL TOTAL DE CONTROLE DIFFERENT'                JQGZ85
017400      DISPLAY    'TRL QCD1B = ' W-SVT-HQCD                        JQGZ85
017500                 ' CALCULE = ' W-CTL-HQCD                         JQGZ85
017600      DISPLAY    'TRL QEN1A = ' W-SVT-HQEN                        JQGZ85
017700                 ' CALCULE = ' W-CTL-HQEN                         JQGZ85
017800      GO TO      Z01-KO.                                          JQGZ85
017900      CLOSE      SV-FICHIER.                                      JQGZ85
018000      DISPLAY    'SAUVEGARDE DU ' W-SVH-DATOR                     JQGZ85
018100                 ' - DERNIERE GENERATION ' W-SVH-PROGR            JQGZ85
018200                 ' ' W-SVH-DATGN                                  JQGZ85
018300      GO TO      Z01-FN.                                          JQGZ85
018400 Z01-KO.                                                          JQGZ85
018500      CLOSE      SV-FICHIER.                                      JQGZ85
018600      DISPLAY    'SAUVEGARDE REFUSEE - QH NON RECHARGE'           JQGZ85
018700      MOVE       16 TO RETURN-CODE                                JQGZ85
018800      GO TO      Z98.                                             JQGZ85
018900 Z01-FN.   EXIT.                                                  JQGZ85
019000*          NOTE * 2EME LECTURE : RECONSTRUCTION DE QH *.          JQGZ85
019100 Z02.      OPEN INPUT               SV-FICHIER.                   JQGZ85
019200      OPEN OUTPUT                   QH-FICHIER.                   JQGZ85
019300      IF        1-QH01-STATUS  NOT  = ZERO                        JQGZ85
019400           AND  1-QH01-STATUS  NOT  = '97'                        JQGZ85
019500      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQGZ85
019600                 1-QH01-STATUS                                    JQGZ85
019700      CLOSE      SV-FICHIER                                       JQGZ85
019800      MOVE       8 TO RETURN-CODE                                 JQGZ85
019900      GO TO      Z98.                                             JQGZ85
020000 Z02-FN.   EXIT.                                                  JQGZ85
020100 Z05.      READ       SV-FICHIER                                  JQGZ85
020200      AT END     MOVE '1' TO IK-FIN-SV                            JQGZ85
020300      GO TO      Z50.                                             JQGZ85
020400      IF         SV-TYPE  =  'HDR'                                JQGZ85
020500             OR  SV-TYPE  =  'TRL'                                JQGZ85
020600      GO TO      Z05.                                             JQGZ85
020700      ADD        1 TO 5-SV-LUS                                    JQGZ85
020800      MOVE       SV-REC TO QH00                                   JQGZ85
020900      MOVE       '0' TO IK                                        JQGZ85
021000      WRITE      QH00                                             JQGZ85
021100      INVALID KEY MOVE '1' TO IK.                                 JQGZ85
021200      IF         IK  =  '0'                                       JQGZ85
021300      ADD        1 TO 5-QH00-ECRITS                               JQGZ85
021400      ELSE                                                        JQGZ85
021500      ADD        1 TO 5-QH00-REJET                                JQGZ85
021600      DISPLAY    'ECRITURE QH REFUSEE : ' QH00-KQH01              JQGZ85
021700                 ' STATUT = ' 1-QH01-STATUS.                      JQGZ85
021800      GO TO      Z05.                                             JQGZ85
021900 Z05-FN.   EXIT.                                                  JQGZ85
022000 Z50.      CLOSE      SV-FICHIER                                  JQGZ85
022100                 QH-FICHIER.                                      JQGZ85
022200      DISPLAY    'ENREG. SAUVEGARDE LUS  = ' 5-SV-LUS             JQGZ85
022300      DISPLAY    'ENREG. QH RECHARGES    = ' 5-QH00-ECRITS        JQGZ85
022400      DISPLAY    'ENREG. QH REFUSES      = ' 5-QH00-REJET.        JQGZ85
022500      IF         5-QH00-ECRITS  NOT  =  W-SVT-CPT                 JQGZ85
022600      DISPLAY    'QH RECHARGE NE CORRESPOND PAS AU TRL'           JQGZ85
022700      MOVE       16 TO RETURN-CODE.                               JQGZ85
022800 Z50-FN.   EXIT.                                                  JQGZ85
022900 Z98.                                                             JQGZ85
023000      MOVE       'F' TO X95-PHASE                                 JQGZ85
023100      MOVE       5-SV-LUS TO X95-CPT-ENTREE                       JQGZ85
023200      MOVE       5-QH00-ECRITS TO X95-CPT-SORTIE                  JQGZ85
023300      MOVE       5-QH00-REJET TO X95-CPT-REJET                    JQGZ85
023400      IF         RETURN-CODE  =  ZERO                             JQGZ85
023500      MOVE       'OK' TO X95-ETAT                                 JQGZ85
023600      ELSE                                                        JQGZ85
023700      MOVE       'ANOMALIE' TO X95-ETAT                           JQGZ85
023800      END-IF                                                      JQGZ85
023900      CALL       'SY0095' USING SY0095-PARMS.                     JQGZ85
024000 Z98-FN.   EXIT.                                                  JQGZ85
024100 Z99.      EXIT.                                                  JQGZ85
024200 Z99-FN.   EXIT.                                                  JQGZ85
024300 Z99V.     IF         W-VERROU  =  'O'                            JQGZ85
024400      MOVE       'L' TO X93-FONCTION                              JQGZ85
024500      MOVE       'JQGZ85' TO X93-PROGRAMME                        JQGZ85
024600      MOVE       'QH' TO X93-RESSOURCE                            JQGZ85
024700      CALL       'SY0093' USING SY0093-PARMS.                     JQGZ85
024800 Z99V-FN.  EXIT.                                                  JQGZ85
024900      GOBACK.                                                     JQGZ85

000100 IDENTIFICATION DIVISION.                                         JQGJ85
000200 PROGRAM-ID.  JQGJ85.                                             JQGJ85
000300*AUTHOR.         RAPPROCHEMENT QH VIVANT / ARCHIVES COMMANDES.    JQGJ85
000400*DATE-COMPILED.                                                   JQGJ85
000500 ENVIRONMENT DIVISION.                                            JQGJ85
000600 CONFIGURATION SECTION.                                           JQGJ85
000700 SOURCE-COMPUTER. IBM-370.                                        JQGJ85
000800 OBJECT-COMPUTER. IBM-370.                                        JQGJ85
000900 INPUT-OUTPUT SECTION.                                            JQGJ85
001000 FILE-CONTROL.                                                    JQGJ85
001100      SELECT          QH-FICHIER  ASSIGN  TO  QH                  JQGJ85
001200      ORGANIZATION INDEXED                                        JQGJ85
001300      ACCESS IS SEQUENTIAL                                        JQGJ85
001400      FILE STATUS IS                   1-QH01-STATUS              JQGJ85
001500                                       VSAM-STATUS                JQGJ85
001600      RECORD KEY  IS                     QH00-KQH01               JQGJ85
001700      ALTERNATE RECORD KEY IS QH00-NCHSU                          JQGJ85
001800      WITH DUPLICATES.                                            JQGJ85
001900      SELECT     AM-FICHIER    ASSIGN    TO  ARCMST               JQGJ85
002000      FILE STATUS IS                    AM-STATUS.                JQGJ85
002100      SELECT     IX-FICHIER    ASSIGN    TO  ARCIDX               JQGJ85
002200      FILE STATUS IS                    IX-STATUS.                JQGJ85
002300      SELECT     AR-FICHIER    ASSIGN    TO  W-ARC-NOM            JQGJ85
002400      FILE STATUS IS                    AR-STATUS.                JQGJ85
002500      SELECT     RP-FICHIER    ASSIGN    TO  RAPRPT.              JQGJ85
002600      SELECT     TR-FICHIER    ASSIGN    TO  SORTWK.              JQGJ85
002700 DATA DIVISION.                                                   JQGJ85
002800 FILE SECTION.                                                    JQGJ85
002900 FD                 QH-FICHIER.                                   JQGJ85
003000 01                 QH00.                                         JQGJ85
003100      10            QH00-KQH01.                                   JQGJ85
003200      11            QH00-NCNCP.                                   JQGJ85
003300      12            QH00-NCC1A  PICTURE  9(7).                    JQGJ85
003400      12            QH00-ZNCLC  PICTURE  X.                       JQGJ85
003500      12            QH00-ZG003.                                   JQGJ85
003600      13            QH00-Z9001  PICTURE  9.                       JQGJ85
003700      13            QH00-CUGCP  PICTURE  XX.                      JQGJ85
003800      11            QH00-DCD1A  PICTURE  9(8).                    JQGJ85
003900      11            QH00-CPD1A  PICTURE  X(2).                    JQGJ85
004000      10            QH00-CCD1A  PICTURE  X.                       JQGJ85
004100      10            QH00-QEN1A  PICTURE  999.                     JQGJ85
004200      10            QH00-CCD1D  PICTURE  X.                       JQGJ85
004300      10            QH00-QCD1B  PICTURE  9(4).                    JQGJ85
004400      10            QH00-CCA1A  PICTURE  X.                       JQGJ85
004500      10            QH00-CEN1A  PICTURE  X.                       JQGJ85
004600      10            QH00-NEN1A  PICTURE  9(8).                    JQGJ85
004700      10            QH00-ZEN1A  PICTURE  9(1).                    JQGJ85
004800      10            QH00-CCP1A  PICTURE  9(2).                    JQGJ85
004900      10            QH00-NCHSU  PICTURE  X(20).                   JQGJ85
005000      10            QH00-CCANA  PICTURE  X(2).                    JQGJ85
005100      10            QH00-ZF015  PICTURE  X(15).                   JQGJ85
005200 FD                 AM-FICHIER                                    JQGJ85
005300      BLOCK              00000 RECORDS                            JQGJ85
005400      RECORDING  F.                                               JQGJ85
005500 01                 AM-REC.                                       JQGJ85
005600      10            AM-KQH01    PICTURE  X(21).                   JQGJ85
005700      10            FILLER      PICTURE  X(59).                   JQGJ85
005800 FD                 IX-FICHIER                                    JQGJ85
005900      BLOCK              00000 RECORDS                            JQGJ85
006000      RECORDING  F.                                               JQGJ85
006100 01                 IX-REC.                                       JQGJ85
006200      10            IX-NOM      PICTURE  X(8).                    JQGJ85
006300      10            IX-CPT      PICTURE  9(9).                    JQGJ85
006400      10            IX-HASH     PICTURE  9(12).                   JQGJ85
006500      10            IX-DATOR    PICTURE  X(6).                    JQGJ85
006600 FD                 AR-FICHIER                                    JQGJ85
006700      BLOCK              00000 RECORDS                            JQGJ85
006800      RECORDING  F.                                               JQGJ85
006900 01                 AR-REC.                                       JQGJ85
007000      10            AR-KQH01    PICTURE  X(21).                   JQGJ85
007100      10            FILLER      PICTURE  X(59).                   JQGJ85
007200 FD                 RP-FICHIER                                    JQGJ85
007300      BLOCK              00000 RECORDS                            JQGJ85
007400      RECORDING  F.                                               JQGJ85
007500 01                 RP-REC      PICTURE  X(100).                  JQGJ85
007600 SD                 TR-FICHIER.                                   JQGJ85
007700 01                 TR-ENR.                                       JQGJ85
007800      10            TR-KQH01    PICTURE  X(21).                   JQGJ85
007900      10            TR-GEN      PICTURE  X(8).                    JQGJ85
008000 WORKING-STORAGE SECTION.                                         JQGJ85
008100 01  ZONES-STATUS.                                                JQGJ85
008200      05   VSAM-STATUS.                                           JQGJ85
008300        10 VSAM-RCODE   PICTURE 9(2) COMP VALUE ZERO.             JQGJ85
008400        10 VSAM-FCODE   PICTURE 9(1) COMP VALUE ZERO.             JQGJ85
008500        10 VSAM-FBCODE  PICTURE 9(3) COMP VALUE ZERO.             JQGJ85
008600      05          1-QH01-STATUS PICTURE XX VALUE ZERO.            JQGJ85
008700 01                 AM-STATUS   PICTURE  XX.                      JQGJ85
008800 01                 IX-STATUS   PICTURE  XX.                      JQGJ85
008900 01                 AR-STATUS   PICTURE  XX.                      JQGJ85
009000 01                 IK-FIN-IX   PICTURE  X  VALUE  '0'.           JQGJ85
009100      88            FIN-IX                VALUE  '1'.             JQGJ85
009200 01                 IK-FIN-AR   PICTURE  X  VALUE  '0'.           JQGJ85
009300      88            FIN-AR                VALUE  '1'.             JQGJ85
009400 01                 W-ARC-NOM   PICTURE  X(80) VALUE SPACE.       JQGJ85
009500 01                 W-QH-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGJ85
009600 01                 W-AM-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGJ85
009700 01                 W-TR-CLE    PICTURE  X(21) VALUE LOW-VALUE.   JQGJ85
009800 01                 W-MIN-CLE   PICTURE  X(21) VALUE LOW-VALUE.   JQGJ85
009900 01                 W-TR-GEN    PICTURE  X(8)  VALUE SPACE.       JQGJ85
010000 01                 W-DS-QH     PICTURE  X  VALUE 'N'.            JQGJ85
010100 01                 W-DS-AM     PICTURE  X  VALUE 'N'.            JQGJ85
010200 01                 W-DS-IX     PICTURE  X  VALUE 'N'.            JQGJ85
010300 01                 COMPTEURS-RAPPRO COMPUTATIONAL-3.             JQGJ85
010400      05       5-QH00-LUS    PICTURE S9(9) VALUE ZERO.            JQGJ85
010500      05       5-AM-LUS      PICTURE S9(9) VALUE ZERO.            JQGJ85
010600      05       5-IX-LUS      PICTURE S9(9) VALUE ZERO.            JQGJ85
010700      05       5-AR-LUS      PICTURE S9(9) VALUE ZERO.            JQGJ85
010800      05       5-GEN-ABS     PICTURE S9(9) VALUE ZERO.            JQGJ85
010900      05       5-DBL-IDENT   PICTURE S9(9) VALUE ZERO.            JQGJ85
011000      05       5-DBL-DIFF    PICTURE S9(9) VALUE ZERO.            JQGJ85
011100      05       5-IX-ORPH     PICTURE S9(9) VALUE ZERO.            JQGJ85
011200      05       5-IX-RESTAUR  PICTURE S9(9) VALUE ZERO.            JQGJ85
011300      05       5-AM-SEUL     PICTURE S9(9) VALUE ZERO.            JQGJ85
011400     COPY SY0095.                                                 JQGJ85
011500 01  LIGNE-TITRE    PICTURE X(100) VALUE                          JQGJ85
011600     'RAPPROCHEMENT QH VIVANT / ARCMST / ARCIDX'.                 JQGJ85
011700 01  LIGNE-ANOM.                                                  JQGJ85
011800      05  LA-CLE     PICTURE X(21).                               JQGJ85
011900      05  FILLER     PICTURE X     VALUE SPACE.                   JQGJ85
012000      05  LA-MOTIF   PICTURE X(45).                               JQGJ85
012100      05  FILLER     PICTURE X     VALUE SPACE.                   JQGJ85
012200      05  LA-GEN     PICTURE X(8).                                JQGJ85
012300      05  FILLER     PICTURE X(24) VALUE SPACE.                   JQGJ85
012400 01  LIGNE-TOT.                                                   JQGJ85
012500      05  LT-LIB     PICTURE X(30).                               JQGJ85
012600      05  LT-CPT     PICTURE Z(8)9.                               JQGJ85
012700      05  FILLER     PICTURE X(61) VALUE SPACE.                   JQGJ85
012800 PROCEDURE DIVISION.                                              JQGJ85
012900 J00.                                                             JQGJ85
013000      MOVE       'JQGJ85' TO X95-PROGRAMME                        JQGJ85
013100      MOVE       'D' TO X95-PHASE                                 JQGJ85
013200      MOVE       ZERO TO X95-CPT-ENTREE X95-CPT-SORTIE            JQGJ85
013300                 X95-CPT-REJET                                    JQGJ85
013400      MOVE       SPACES TO X95-ETAT                               JQGJ85
013500      CALL       'SY0095' USING SY0095-PARMS.                     JQGJ85
013600 J00-FN.   EXIT.                                                  JQGJ85
013700 J01.      OPEN INPUT                    QH-FICHIER.              JQGJ85
013800      IF        1-QH01-STATUS  NOT  = ZERO                        JQGJ85
013900           AND  1-QH01-STATUS  NOT  = '97'                        JQGJ85
014000      DISPLAY    'OUVERTURE QH IMPOSSIBLE - STATUT = '            JQGJ85
014100                 1-QH01-STATUS                                    JQGJ85
014200      MOVE       8 TO RETURN-CODE                                 JQGJ85
014300      GO TO      J98.                                             JQGJ85
014400      OPEN INPUT                    AM-FICHIER.                   JQGJ85
014500      IF         AM-STATUS  NOT  =  '00'                          JQGJ85
014600      DISPLAY    'ARCHIVE MAITRE ARCMST INDISPONIBLE - STATUT = ' JQGJ85
014700                 AM-STATUS                                        JQGJ85
014800      CLOSE      QH-FICHIER                                       JQGJ85
014900      MOVE       8 TO RETURN-CODE                                 JQGJ85
015000      GO TO      J98.                                             JQGJ85
015100      OPEN OUTPUT               RP-FICHIER.                       JQGJ85
015200      WRITE      RP-REC FROM LIGNE-TITRE.                         JQGJ85
015300 J01-FN.   EXIT.                                                  JQGJ85
015400 J02.      SORT       TR-FICHIER                                  JQGJ85
015500                 ASCENDING KEY TR-KQH01 TR-GEN                    JQGJ85
015600                 INPUT PROCEDURE IS J10GEN THRU J10GEN-FN         JQGJ85
015700                 OUTPUT PROCEDURE IS J50RAP THRU J50RAP-FN.       JQGJ85
015800      CLOSE      QH-FICHIER                                       JQGJ85
015900                 AM-FICHIER.                                      JQGJ85
016000      GO TO      J80.                                             JQGJ85
016100 J02-FN.   EXIT.                                                  JQGJ85
016200*          NOTE * CLES DE CHAQUE GENERATION DECLAREE A L INDEX *. JQGJ85
016300 J10GEN.   OPEN INPUT                    IX-FICHIER.              JQGJ85
016400      IF         IX-STATUS  NOT  =  '00'                          JQGJ85
016500      DISPLAY    'INDEX ARCIDX INDISPONIBLE - STATUT = '          JQGJ85
016600                 IX-STATUS                                        JQGJ85
016700      GO TO      J10GEN-FN.                                       JQGJ85
016800 J10GEN-10. READ      IX-FICHIER                                  JQGJ85
016900      AT END     MOVE '1' TO IK-FIN-IX                            JQGJ85
017000      GO TO      J10GEN-90.                                       JQGJ85
017100      ADD        1 TO 5-IX-LUS                                    JQGJ85
017200      PERFORM    J11GEN THRU J11GEN-FN                            JQGJ85
017300      GO TO      J10GEN-10.                                       JQGJ85
017400 J10GEN-90. CLOSE     IX-FICHIER.                                 JQGJ85
017500 J10GEN-FN. EXIT.                                                 JQGJ85
017600 J11GEN.   MOVE       SPACES TO W-ARC-NOM                         JQGJ85
017700      MOVE       IX-NOM TO W-ARC-NOM                              JQGJ85
017800      MOVE       '0' TO IK-FIN-AR                                 JQGJ85
017900      OPEN INPUT               AR-FICHIER.                        JQGJ85
018000      IF         AR-STATUS  NOT  =  '00'                          JQGJ85
018100      MOVE       SPACES TO LA-CLE                                 JQGJ85
018200      MOVE       'GENERATION INDEXEE ABSENTE' TO LA-MOTIF         JQGJ85
018300      MOVE       IX-NOM TO LA-GEN                                 JQGJ85
018400      WRITE      RP-REC FROM LIGNE-ANOM                           JQGJ85
018500      ADD        1 TO 5-GEN-ABS                                   JQGJ85
018600      GO TO      J11GEN-FN.                                       JQGJ85
018700 J11GEN-10. READ      AR-FICHIER                                  JQGJ85
018800      AT END     MOVE '1' TO IK-FIN-AR                            JQGJ85
018900      GO TO      J11GEN-90.                                       JQGJ85
019000      ADD        1 TO 5-AR-LUS                                    JQGJ85
019100      MOVE       AR-KQH01 TO TR-KQH01                             JQGJ85
019200      MOVE       IX-NOM TO TR-GEN                                 JQGJ85
019300      RELEASE    TR-ENR                                           JQGJ85
019400      GO TO      J11GEN-10.                                       JQGJ85
019500 J11GEN-90. CLOSE     AR-FICHIER.                                 JQGJ85
019600 J11GEN-FN. EXIT.                                                 JQGJ85
019700*          NOTE * APPAREILLAGE A TROIS VOIES PAR CLE QH00-KQH01 *.JQGJ85
019800 J50RAP.                                                          JQGJ85
019900      PERFORM    J51QH THRU J51QH-FN.                             JQGJ85
020000      PERFORM    J52AM THRU J52AM-FN.                             JQGJ85
020100      PERFORM    J53TR THRU J53TR-FN.                             JQGJ85
020200 J50RAP-10.                                                       JQGJ85
020300      MOVE       W-QH-CLE TO W-MIN-CLE.                           JQGJ85
020400      IF         W-AM-CLE  <  W-MIN-CLE                           JQGJ85
020500      MOVE       W-AM-CLE TO W-MIN-CLE.                           JQGJ85
020600      IF         W-TR-CLE  <  W-MIN-CLE                           JQGJ85
020700      MOVE       W-TR-CLE TO W-MIN-CLE.                           JQGJ85
020800      IF         W-MIN-CLE  =  HIGH-VALUE                         JQGJ85
020900      GO TO      J50RAP-FN.                                       JQGJ85
021000      MOVE       'N' TO W-DS-QH W-DS-AM W-DS-IX.                  JQGJ85
021100      IF         W-QH-CLE  =  W-MIN-CLE                           JQGJ85
021200      MOVE       'O' TO W-DS-QH.                                  JQGJ85
021300      IF         W-AM-CLE  =  W-MIN-CLE                           JQGJ85
021400      MOVE       'O' TO W-DS-AM.                                  JQGJ85
021500      IF         W-TR-CLE  =  W-MIN-CLE                           JQGJ85
021600      MOVE       'O' TO W-DS-IX                                   JQGJ85
021700      MOVE       TR-GEN TO W-TR-GEN.                              JQGJ85
021800      PERFORM    J60CTL THRU J60CTL-FN.                           JQGJ85
021900      IF         W-DS-QH  =  'O'                                  JQGJ85
022000      PERFORM    J51QH THRU J51QH-FN.                             JQGJ85
022100      IF         W-DS-AM  =  'O'                                  JQGJ85
022200      PERFORM    J52AM THRU J52AM-FN.                             JQGJ85
022300      PERFORM    J53TR THRU J53TR-FN                              JQGJ85
022400         UNTIL   W-TR-CLE  NOT  =  W-MIN-CLE.                     JQGJ85
022500      GO TO      J50RAP-10.                                       JQGJ85
022600 J50RAP-FN. EXIT.                                                 JQGJ85
022700 J51QH.    READ       QH-FICHIER NEXT RECORD                      JQGJ85
022800      AT END     MOVE HIGH-VALUE TO W-QH-CLE                      JQGJ85
022900      GO TO      J51QH-FN.                                        JQGJ85
023000      ADD        1 TO 5-QH00-LUS                                  JQGJ85
023100      MOVE       QH00-KQH01 TO W-QH-CLE.                          JQGJ85
023200 J51QH-FN. EXIT.                                                  JQGJ85
023300 J52AM.    READ       AM-FICHIER                                  JQGJ85
023400      AT END     MOVE HIGH-VALUE TO W-AM-CLE                      JQGJ85
023500      GO TO      J52AM-FN.                                        JQGJ85
023600      ADD        1 TO 5-AM-LUS                                    JQGJ85
023700      MOVE       AM-KQH01 TO W-AM-CLE.                            JQGJ85
023800 J52AM-FN. EXIT.                                                  JQGJ85
023900 J53TR.    RETURN     TR-FICHIER                                  JQGJ85
024000      AT END     MOVE HIGH-VALUE TO W-TR-CLE                      JQGJ85
024100      GO TO      J53TR-FN.                                        JQGJ85
024200      MOVE       TR-KQH01 TO W-TR-CLE.                            JQGJ85
024300 J53TR-FN. EXIT.                                                  JQGJ85
024400 J60CTL.   MOVE       W-MIN-CLE TO LA-CLE                         JQGJ85
024500      MOVE       SPACES TO LA-GEN.                                JQGJ85
024600      IF         W-DS-IX  =  'O'                                  JQGJ85
024700      MOVE       W-TR-GEN TO LA-GEN.                              JQGJ85
024800      IF         W-DS-QH  =  'O'                                  JQGJ85
024900            AND  W-DS-AM  =  'O'                                  JQGJ85
025000      IF         QH00  =  AM-REC                                  JQGJ85
025100      MOVE       'RESTAUREE ET TOUJOURS ARCHIVEE (IDENTIQUE)'     JQGJ85
025200                 TO LA-MOTIF                                      JQGJ85
025300      WRITE      RP-REC FROM LIGNE-ANOM                           JQGJ85
025400      ADD        1 TO 5-DBL-IDENT                                 JQGJ85
025500      GO TO      J60CTL-FN                                        JQGJ85
025600      ELSE                                                        JQGJ85
025700      MOVE       'PRESENTE VIVANT ET ARCHIVE - IMAGES DIFFERENT'  JQGJ85
025800                 TO LA-MOTIF                                      JQGJ85
025900      WRITE      RP-REC FROM LIGNE-ANOM                           JQGJ85
026000      ADD        1 TO 5-DBL-DIFF                                  JQGJ85
026100      GO TO      J60CTL-FN.                                       JQGJ85
026200      IF         W-DS-IX  =  'O'                                  JQGJ85
026300            AND  W-DS-AM  =  'N'                                  JQGJ85
026400      IF         W-DS-QH  =  'N'                                  JQGJ85
026500      MOVE       'ENTREE INDEX SANS ARCHIVE NI VIVANT'            JQGJ85
026600                 TO LA-MOTIF                                      JQGJ85
026700      WRITE      RP-REC FROM LIGNE-ANOM                           JQGJ85
026800      ADD        1 TO 5-IX-ORPH                                   JQGJ85
026900      GO TO      J60CTL-FN                                        JQGJ85
027000      ELSE                                                        JQGJ85
027010      MOVE       'RESTAUREE ET TOUJOURS INDEXEE EN GENERATION'    JQGJ85
027020                 TO LA-MOTIF                                      JQGJ85
027030      WRITE      RP-REC FROM LIGNE-ANOM                           JQGJ85
027100      ADD        1 TO 5-IX-RESTAUR                                JQGJ85
027200      GO TO      J60CTL-FN.                                       JQGJ85
027300      IF         W-DS-AM  =  'O'                                  JQGJ85
027400            AND  W-DS-QH  =  'N'                                  JQGJ85
027500            AND  W-DS-IX  =  'N'                                  JQGJ85
027600      ADD        1 TO 5-AM-SEUL.                                  JQGJ85
027700 J60CTL-FN. EXIT.                                                 JQGJ85
027800 J80.                                                             JQGJ85
027900      MOVE       'COMMANDES QH LUES             ' TO LT-LIB       JQGJ85
028000      MOVE       5-QH00-LUS TO LT-CPT                             JQGJ85
028100      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
028200      MOVE       'ENREG. ARCMST LUS             ' TO LT-LIB       JQGJ85
028300      MOVE       5-AM-LUS TO LT-CPT                               JQGJ85
028400      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
028500      MOVE       'GENERATIONS A L INDEX         ' TO LT-LIB       JQGJ85
028600      MOVE       5-IX-LUS TO LT-CPT                               JQGJ85
028700      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
028800      MOVE       'ENREG. GENERATIONS LUS        ' TO LT-LIB       JQGJ85
028900      MOVE       5-AR-LUS TO LT-CPT                               JQGJ85
029000      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
029100      MOVE       'GENERATIONS ABSENTES          ' TO LT-LIB       JQGJ85
029200      MOVE       5-GEN-ABS TO LT-CPT                              JQGJ85
029300      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
029400      MOVE       'VIVANT + ARCHIVE IDENTIQUES   ' TO LT-LIB       JQGJ85
029500      MOVE       5-DBL-IDENT TO LT-CPT                            JQGJ85
029600      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
029700      MOVE       'VIVANT + ARCHIVE DIFFERENTS   ' TO LT-LIB       JQGJ85
029800      MOVE       5-DBL-DIFF TO LT-CPT                             JQGJ85
029900      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
030000      MOVE       'INDEX SANS ARCHIVE NI VIVANT  ' TO LT-LIB       JQGJ85
030100      MOVE       5-IX-ORPH TO LT-CPT                              JQGJ85
030200      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
030300      MOVE       'INDEXEES RESTAUREES (VIVANT)  ' TO LT-LIB       JQGJ85
030400      MOVE       5-IX-RESTAUR TO LT-CPT                           JQGJ85
030500      WRITE      RP-REC FROM LIGNE-TOT                            JQGJ85
030600      MOVE       'ARCHIVEES HORS INDEX          ' TO LT-LIB       JQGJ85
030700      MOVE       5-AM-SEUL TO LT-CPT                              JQGJ85
030800      WRITE      RP-REC FROM LIGNE-TOT.                           JQGJ85
030900      CLOSE      RP-FICHIER.                                      JQGJ85
031000      DISPLAY    'COMMANDES QH LUES      = ' 5-QH00-LUS           JQGJ85
031100      DISPLAY    'DOUBLONS VIVANT/ARCH.  = ' 5-DBL-IDENT          JQGJ85
031200                 ' + ' 5-DBL-DIFF                                 JQGJ85
031300      DISPLAY    'INDEX SANS ARCHIVE     = ' 5-IX-ORPH            JQGJ85
031400                 ' + ' 5-GEN-ABS.                                 JQGJ85
031500      IF         5-DBL-IDENT  NOT  =  ZERO                        JQGJ85
031600            OR   5-DBL-DIFF  NOT  =  ZERO                         JQGJ85
031700            OR   5-IX-ORPH  NOT  =  ZERO                          JQGJ85
031800            OR   5-GEN-ABS  NOT  =  ZERO                          JQGJ85
031850            OR   5-IX-RESTAUR  NOT  =  ZERO                       JQGJ85
031900      MOVE       4 TO RETURN-CODE.                                JQGJ85
032000 J80-FN.   EXIT.                                                  JQGJ85
032100 J98.                                                             JQGJ85
032200      MOVE       'F' TO X95-PHASE                                 JQGJ85
032300      MOVE       5-QH00-LUS TO X95-CPT-ENTREE                     JQGJ85
032400      MOVE       5-AM-LUS TO X95-CPT-SORTIE                       JQGJ85
032500      COMPUTE    X95-CPT-REJET = 5-DBL-IDENT + 5-DBL-DIFF         JQGJ85
032600                               + 5-IX-ORPH + 5-GEN-ABS            JQGJ85
032650                               + 5-IX-RESTAUR                     JQGJ85
032700      IF         RETURN-CODE  =  ZERO                             JQGJ85
032800      MOVE       'OK' TO X95-ETAT                                 JQGJ85
032900      ELSE                                                        JQGJ85
033000      IF         RETURN-CODE  =  4                                JQGJ85
033100      MOVE       'DESEQUIL' TO X95-ETAT                           JQGJ85
033200      ELSE                                                        JQGJ85
033300      MOVE       'ANOMALIE' TO X95-ETAT                           JQGJ85
033400      END-IF                                                      JQGJ85
033500      END-IF                                                      JQGJ85
033600      CALL       'SY0095' USING SY0095-PARMS.                     JQGJ85
033700 J98-FN.   EXIT.                                                  JQGJ85
033800 J99.      EXIT.                                                  JQGJ85
033900 J99-FN.   EXIT.                                                  JQGJ85
034000      GOBACK.                                                     JQGJ85

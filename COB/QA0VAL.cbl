      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME APPELE : QA0VAL                      *00000020
      *  NOM                  : QA0VAL                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : VALIDATION DE LA COMMAREA QA000I0 A    *00000070
      *                         L'ENTREE DE CHAQUE PARTICIPANT D'UNE   *00000080
      *                         CHAINE.  LE REGISTRE QAVREF (CHARGE AU *00000090
      *                         PREMIER APPEL) DONNE LES ORIGINES      *00000100
      *                         ADMISES (TYPE 'O') ET, PAR MODULE      *00000110
      *                         APPELE, CHAQUE VERSION SUPPORTEE AVEC  *00000120
      *                         LA LONGUEUR ATTENDUE (TYPE 'M').  SONT *00000130
      *                         CONTROLES : LA LANGUE (F/A/E), LE      *00000140
      *                         MODULE APPELE CONTRE LE RECEVEUR,      *00000150
      *                         L'ORIGINE, LE MODULE, LA VERSION ET LA *00000160
      *                         LONGUEUR.  TOUT REJET EST AJOUTE AU    *00000170
      *                         FICHIER DES EXCEPTIONS QAVEXC (EDITE   *00000180
      *                         CHAQUE JOUR PAR QA0VAR).  SANS         *00000190
      *                         REGISTRE, TOUT EST REJETE.             *00000200
      ******************************************************************00000210
                                                                        00000220
       IDENTIFICATION DIVISION.                                         00000230
       PROGRAM-ID.        QA0VAL.                                       00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
           SELECT     REF-FICHIER   ASSIGN    TO  QAVREF                00000280
           FILE STATUS IS                     REF-STATUS.               00000290
           SELECT     EXC-FICHIER   ASSIGN    TO  QAVEXC                00000300
           FILE STATUS IS                     EXC-STATUS.               00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
      *    REGISTRE : 'O' ORIGINE ADMISE, 'M' MODULE/VERSION/LONGUEUR   00000340
      *    ('*' EN COLONNE 1 = COMMENTAIRE, LONGUEUR ZERO = LONGUEUR    00000350
      *    NON CONTROLEE)                                               00000360
       FD  REF-FICHIER                                                  00000370
           LABEL RECORDS STANDARD                                       00000380
           BLOCK CONTAINS 0 RECORDS                                     00000390
           RECORDING MODE IS F.                                         00000400
       01  REF-REC.                                                     00000410
           05  REF-TYPE            PIC X.                               00000420
           05  REF-CODE            PIC X(8).                            00000430
           05  REF-VERSION         PIC X(8).                            00000440
           05  REF-LONGUEUR        PIC 9(5).                            00000450
           05  REF-LIBELLE         PIC X(30).                           00000460
           05  FILLER              PIC X(28).                           00000470
       FD  EXC-FICHIER                                                  00000480
           LABEL RECORDS STANDARD                                       00000490
           BLOCK CONTAINS 0 RECORDS                                     00000500
           RECORDING MODE IS F.                                         00000510
       01  EXC-REC.                                                     00000520
           05  EXC-TIMESTAMP       PIC X(26).                           00000530
           05  EXC-ORIGINATOR      PIC X(8).                            00000540
           05  EXC-ORIGINATOR-TS   PIC X(26).                           00000550
           05  EXC-MODULE          PIC X(8).                            00000560
           05  EXC-PARTICIPANT     PIC X(8).                            00000570
           05  EXC-VERSION         PIC X(8).                            00000580
           05  EXC-LONGUEUR        PIC S9(5) SIGN LEADING SEPARATE.     00000590
           05  EXC-LANGUE          PIC X.                               00000600
           05  EXC-CODE            PIC XX.                              00000610
           05  EXC-MOTIF           PIC X(30).                           00000620
           05  FILLER              PIC X(5).                            00000630
       WORKING-STORAGE SECTION.                                         00000640
       01  REF-STATUS              PIC XX VALUE ZERO.                   00000650
       01  EXC-STATUS              PIC XX VALUE ZERO.                   00000660
       01  FIN-REF                 PIC X  VALUE '0'.                    00000670
           88  REF-TERMINE                VALUE '1'.                    00000680
       01  W-CHARGE                PIC X  VALUE 'N'.                    00000690
       01  W-REF-ABSENTE           PIC X  VALUE 'N'.                    00000700
       01  W-TROUVE                PIC X  VALUE 'N'.                    00000710
       01  W-MODULE-CONNU          PIC X  VALUE 'N'.                    00000720
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00000730
       01  W-QX                    PIC 9(3) VALUE ZERO.                 00000740
      *    ORIGINES ADMISES                                             00000750
       01  W-ORI-CPT               PIC 9(3) VALUE ZERO.                 00000760
       01  W-ORI-TABLE.                                                 00000770
           05  W-ORI-CODE          PIC X(8) OCCURS 200 TIMES.           00000780
      *    VERSIONS SUPPORTEES PAR MODULE APPELE                        00000790
       01  W-MOD-CPT               PIC 9(3) VALUE ZERO.                 00000800
       01  W-MOD-TABLE.                                                 00000810
           05  W-MOD-ENT           OCCURS 500 TIMES.                    00000820
               10  W-MOD-CODE      PIC X(8).                            00000830
               10  W-MOD-VERSION   PIC X(8).                            00000840
               10  W-MOD-LONGUEUR  PIC 9(5).                            00000850
       COPY SY0099.                                                     00000860
       LINKAGE SECTION.                                                 00000870
       COPY QA0VAL.                                                     00000880
       01  QA0VAL-COMMAREA.                                             00000890
       COPY QA000I0.                                                    00000900
       PROCEDURE DIVISION USING QA0VAL-PARMS QA0VAL-COMMAREA.           00000910
       0000-MAINLINE.                                                   00000920
           IF W-CHARGE = 'N'                                            00000930
              PERFORM 1000-CHARGER THRU 1000-FIN                        00000940
           END-IF.                                                      00000950
           MOVE 'O' TO QAV-ETAT.                                        00000960
           MOVE SPACE TO QAV-CODE QAV-MOTIF.                            00000970
           PERFORM 2000-VALIDER THRU 2000-FIN.                          00000980
           IF QAV-REJETE                                                00000990
              PERFORM 3000-JOURNALISER THRU 3000-FIN                    00001000
           END-IF.                                                      00001010
           GOBACK.                                                      00001020
       1000-CHARGER.                                                    00001030
           MOVE 'O' TO W-CHARGE.                                        00001040
           OPEN INPUT REF-FICHIER.                                      00001050
           IF REF-STATUS NOT = '00'                                     00001060
              DISPLAY 'REGISTRE QA000I0 QAVREF ABSENT - STATUT '        00001070
                      REF-STATUS ' - TOUT APPEL EST REJETE'             00001080
              MOVE 'O' TO W-REF-ABSENTE                                 00001090
              GO TO 1000-FIN                                            00001100
           END-IF.                                                      00001110
           PERFORM 1100-LIRE-REF THRU 1100-FIN                          00001120
              UNTIL REF-TERMINE.                                        00001130
           CLOSE REF-FICHIER.                                           00001140
       1000-FIN. EXIT.                                                  00001150
       1100-LIRE-REF.                                                   00001160
           READ REF-FICHIER                                             00001170
              AT END                                                    00001180
              MOVE '1' TO FIN-REF                                       00001190
              GO TO 1100-FIN                                            00001200
           END-READ.                                                    00001210
           IF REF-TYPE = 'O' AND REF-CODE NOT = SPACE                   00001220
              IF W-ORI-CPT NOT < 200                                    00001230
                 DISPLAY 'TABLE DES ORIGINES SATUREE - IGNORE : '       00001240
                         REF-CODE                                       00001250
              ELSE                                                      00001260
                 ADD 1 TO W-ORI-CPT                                     00001270
                 MOVE REF-CODE TO W-ORI-CODE (W-ORI-CPT)                00001280
              END-IF                                                    00001290
              GO TO 1100-FIN                                            00001300
           END-IF.                                                      00001310
           IF REF-TYPE = 'M' AND REF-CODE NOT = SPACE                   00001320
              IF W-MOD-CPT NOT < 500                                    00001330
                 DISPLAY 'TABLE DES MODULES SATUREE - IGNORE : '        00001340
                         REF-CODE ' ' REF-VERSION                       00001350
              ELSE                                                      00001360
                 ADD 1 TO W-MOD-CPT                                     00001370
                 MOVE REF-CODE TO W-MOD-CODE (W-MOD-CPT)                00001380
                 MOVE REF-VERSION TO W-MOD-VERSION (W-MOD-CPT)          00001390
                 IF REF-LONGUEUR NUMERIC                                00001400
                    MOVE REF-LONGUEUR TO W-MOD-LONGUEUR (W-MOD-CPT)     00001410
                 ELSE                                                   00001420
                    MOVE ZERO TO W-MOD-LONGUEUR (W-MOD-CPT)             00001430
                 END-IF                                                 00001440
              END-IF                                                    00001450
           END-IF.                                                      00001460
       1100-FIN. EXIT.                                                  00001470
       2000-VALIDER.                                                    00001480
           IF W-REF-ABSENTE = 'O'                                       00001490
              MOVE 'RG' TO QAV-CODE                                     00001500
              MOVE 'REGISTRE QAVREF ABSENT' TO QAV-MOTIF                00001510
              GO TO 2000-REJET                                          00001520
           END-IF.                                                      00001530
           IF NOT C-LANGUE-FRANCAIS AND NOT C-LANGUE-ANGLAIS            00001540
              AND NOT C-LANGUE-ESPAGNOL                                 00001550
              MOVE 'LG' TO QAV-CODE                                     00001560
              MOVE 'LANGUE HORS F/A/E' TO QAV-MOTIF                     00001570
              GO TO 2000-REJET                                          00001580
           END-IF.                                                      00001590
           IF QAV-PARTICIPANT NOT = SPACE                               00001600
              AND C-CALLED-MODULE-NAME NOT = QAV-PARTICIPANT            00001610
              MOVE 'PA' TO QAV-CODE                                     00001620
              MOVE 'MODULE APPELE AUTRE QUE PREVU' TO QAV-MOTIF         00001630
              GO TO 2000-REJET                                          00001640
           END-IF.                                                      00001650
           MOVE 'N' TO W-TROUVE.                                        00001660
           PERFORM 2100-ORIGINE THRU 2100-FIN                           00001670
              VARYING W-IX FROM 1 BY 1                                  00001680
              UNTIL W-IX > W-ORI-CPT OR W-TROUVE = 'O'.                 00001690
           IF W-TROUVE = 'N'                                            00001700
              MOVE 'OR' TO QAV-CODE                                     00001710
              MOVE 'ORIGINE NON ENREGISTREE' TO QAV-MOTIF               00001720
              GO TO 2000-REJET                                          00001730
           END-IF.                                                      00001740
           MOVE 'N' TO W-TROUVE W-MODULE-CONNU.                         00001750
           PERFORM 2200-VERSION THRU 2200-FIN                           00001760
              VARYING W-IX FROM 1 BY 1                                  00001770
              UNTIL W-IX > W-MOD-CPT OR W-TROUVE = 'O'.                 00001780
           IF W-MODULE-CONNU = 'N'                                      00001790
              MOVE 'MO' TO QAV-CODE                                     00001800
              MOVE 'MODULE APPELE NON ENREGISTRE' TO QAV-MOTIF          00001810
              GO TO 2000-REJET                                          00001820
           END-IF.                                                      00001830
           IF W-TROUVE = 'N'                                            00001840
              MOVE 'VE' TO QAV-CODE                                     00001850
              MOVE 'VERSION NON SUPPORTEE' TO QAV-MOTIF                 00001860
              GO TO 2000-REJET                                          00001870
           END-IF.                                                      00001880
           IF W-MOD-LONGUEUR (W-QX) NOT = ZERO                          00001890
              AND C-COMMAREA-LENGTH NOT = W-MOD-LONGUEUR (W-QX)         00001900
              MOVE 'LO' TO QAV-CODE                                     00001910
              MOVE 'LONGUEUR COMMAREA INCORRECTE' TO QAV-MOTIF          00001920
              GO TO 2000-REJET                                          00001930
           END-IF.                                                      00001940
           GO TO 2000-FIN.                                              00001950
       2000-REJET.                                                      00001960
           MOVE 'N' TO QAV-ETAT.                                        00001970
       2000-FIN. EXIT.                                                  00001980
       2100-ORIGINE.                                                    00001990
           IF W-ORI-CODE (W-IX) = C-COMMAREA-ORIGINATOR                 00002000
              MOVE 'O' TO W-TROUVE                                      00002010
           END-IF.                                                      00002020
       2100-FIN. EXIT.                                                  00002030
       2200-VERSION.                                                    00002040
           IF W-MOD-CODE (W-IX) = C-CALLED-MODULE-NAME                  00002050
              MOVE 'O' TO W-MODULE-CONNU                                00002060
              IF W-MOD-VERSION (W-IX) = C-COMMAREA-VERSION              00002070
                 MOVE 'O' TO W-TROUVE                                   00002080
                 MOVE W-IX TO W-QX                                      00002090
              END-IF                                                    00002100
           END-IF.                                                      00002110
       2200-FIN. EXIT.                                                  00002120
       3000-JOURNALISER.                                                00002130
           MOVE 'C' TO X99-FONCTION.                                    00002140
           CALL 'SY0099' USING SY0099-PARMS.                            00002150
           OPEN EXTEND EXC-FICHIER.                                     00002160
           IF EXC-STATUS = '05' OR EXC-STATUS = '35'                    00002170
              OPEN OUTPUT EXC-FICHIER                                   00002180
           END-IF.                                                      00002190
           MOVE SPACE TO EXC-REC.                                       00002200
           MOVE X99-TIMESTAMP TO EXC-TIMESTAMP.                         00002210
           MOVE C-COMMAREA-ORIGINATOR TO EXC-ORIGINATOR.                00002220
           MOVE C-COMMAREA-ORIGINATOR-TS TO EXC-ORIGINATOR-TS.          00002230
           MOVE C-CALLED-MODULE-NAME TO EXC-MODULE.                     00002240
           MOVE QAV-PARTICIPANT TO EXC-PARTICIPANT.                     00002250
           MOVE C-COMMAREA-VERSION TO EXC-VERSION.                      00002260
           MOVE C-COMMAREA-LENGTH TO EXC-LONGUEUR.                      00002270
           MOVE C-DEFAULT-LANGUAGE TO EXC-LANGUE.                       00002280
           MOVE QAV-CODE TO EXC-CODE.                                   00002290
           MOVE QAV-MOTIF TO EXC-MOTIF.                                 00002300
           WRITE EXC-REC.                                               00002310
           CLOSE EXC-FICHIER.                                           00002320
       3000-FIN. EXIT.                                                  00002330

      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME : QA0VAR                             *00000020
      *  NOM                  : QA0VAR                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : ETAT QUOTIDIEN DES APPELS QA000I0      *00000070
      *                         REJETES PAR QA0VAL.  LIT LE FICHIER    *00000080
      *                         DES EXCEPTIONS QAVEXC POUR LA DATE DE  *00000090
      *                         TRAITEMENT (CARTE QAVPRM AAAAMMJJ,     *00000100
      *                         SINON AUJOURD'HUI) ET EDITE, PAR       *00000110
      *                         ORIGINE, LES REJETS PAR MODULE APPELE, *00000120
      *                         VERSION ET MOTIF AVEC SOUS-TOTAL PAR   *00000130
      *                         ORIGINE.  CHAQUE ORIGINE REJETEE EST   *00000140
      *                         SIGNALEE EN ALERTE D'EXPLOITATION      *00000150
      *                         (SY0087).  CODE RETOUR 4 SI DES        *00000160
      *                         APPELS ONT ETE REJETES, 8 SI QAVEXC    *00000170
      *                         EST ILLISIBLE.                         *00000180
      ******************************************************************00000190
                                                                        00000200
       IDENTIFICATION DIVISION.                                         00000210
       PROGRAM-ID.        QA0VAR.                                       00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT     EXC-FICHIER   ASSIGN    TO  QAVEXC                00000260
           FILE STATUS IS                     EXC-STATUS.               00000270
           SELECT     PRM-FICHIER   ASSIGN    TO  QAVPRM                00000280
           FILE STATUS IS                     PRM-STATUS.               00000290
           SELECT     RPT-FICHIER   ASSIGN    TO  QAVRPT.               00000300
       DATA DIVISION.                                                   00000310
       FILE SECTION.                                                    00000320
       FD  EXC-FICHIER                                                  00000330
           LABEL RECORDS STANDARD                                       00000340
           BLOCK CONTAINS 0 RECORDS                                     00000350
           RECORDING MODE IS F.                                         00000360
       01  EXC-REC.                                                     00000370
           05  EXC-TIMESTAMP       PIC X(26).                           00000380
           05  EXC-ORIGINATOR      PIC X(8).                            00000390
           05  EXC-ORIGINATOR-TS   PIC X(26).                           00000400
           05  EXC-MODULE          PIC X(8).                            00000410
           05  EXC-PARTICIPANT     PIC X(8).                            00000420
           05  EXC-VERSION         PIC X(8).                            00000430
           05  EXC-LONGUEUR        PIC S9(5) SIGN LEADING SEPARATE.     00000440
           05  EXC-LANGUE          PIC X.                               00000450
           05  EXC-CODE            PIC XX.                              00000460
           05  EXC-MOTIF           PIC X(30).                           00000470
           05  FILLER              PIC X(5).                            00000480
       FD  PRM-FICHIER                                                  00000490
           LABEL RECORDS STANDARD                                       00000500
           BLOCK CONTAINS 0 RECORDS                                     00000510
           RECORDING MODE IS F.                                         00000520
       01  PRM-REC.                                                     00000530
           05  PRM-DATE            PIC 9(8).                            00000540
           05  FILLER              PIC X(72).                           00000550
       FD  RPT-FICHIER                                                  00000560
           LABEL RECORDS STANDARD                                       00000570
           BLOCK CONTAINS 0 RECORDS                                     00000580
           RECORDING MODE IS F.                                         00000590
       01  RPT-REC                 PIC X(100).                          00000600
       WORKING-STORAGE SECTION.                                         00000610
       01  EXC-STATUS              PIC XX VALUE ZERO.                   00000620
       01  PRM-STATUS              PIC XX VALUE ZERO.                   00000630
       01  FIN-EXC                 PIC X  VALUE '0'.                    00000640
           88  EXC-TERMINE                VALUE '1'.                    00000650
       01  W-DATE                  PIC 9(8) VALUE ZERO.                 00000660
       01  W-DATE-X REDEFINES W-DATE.                                   00000670
           05  W-DATE-AAAA         PIC X(4).                            00000680
           05  W-DATE-MM           PIC XX.                              00000690
           05  W-DATE-JJ           PIC XX.                              00000700
       01  W-JOUR                  PIC X(10) VALUE SPACE.               00000710
       01  W-LUS                   PIC 9(7) VALUE ZERO.                 00000720
       01  W-REJETS                PIC 9(7) VALUE ZERO.                 00000730
       01  W-ORIGINES              PIC 9(5) VALUE ZERO.                 00000740
       01  W-STOT                  PIC 9(7) VALUE ZERO.                 00000750
       01  W-ORIG-PREC             PIC X(8) VALUE HIGH-VALUE.           00000760
       01  W-TROUVE                PIC X  VALUE 'N'.                    00000770
       01  W-IX                    PIC 9(3) VALUE ZERO.                 00000780
       01  W-JX                    PIC 9(3) VALUE ZERO.                 00000790
       01  W-LIM                   PIC 9(3) VALUE ZERO.                 00000800
       01  W-NB-ED                 PIC Z(6)9.                           00000810
      *    REJETS CUMULES PAR ORIGINE, MODULE, VERSION ET MOTIF         00000820
       01  W-REJ-CPT               PIC 9(3) VALUE ZERO.                 00000830
       01  W-REJ-TAMPON            PIC X(63).                           00000840
       01  W-REJ-TABLE.                                                 00000850
           05  W-REJ-ENT           OCCURS 300 TIMES.                    00000860
               10  W-REJ-CLE.                                           00000870
                   15  W-REJ-ORIG  PIC X(8).                            00000880
                   15  W-REJ-MODULE PIC X(8).                           00000890
                   15  W-REJ-VERSION PIC X(8).                          00000900
                   15  W-REJ-CODE  PIC XX.                              00000910
               10  W-REJ-MOTIF     PIC X(30).                           00000920
               10  W-REJ-NB        PIC 9(7).                            00000930
       COPY SY0099.                                                     00000940
       COPY SY0087.                                                     00000950
       01  LIGNE-TITRE.                                                 00000960
           05  FILLER     PIC X(37) VALUE                               00000970
               'APPELS QA000I0 REJETES PAR QA0VAL LE '.                 00000980
           05  LT-JOUR    PIC X(10).                                    00000990
           05  FILLER     PIC X(53) VALUE SPACE.                        00001000
       01  LIGNE-ENTETE.                                                00001010
           05  FILLER     PIC X(36) VALUE                               00001020
               'ORIGINE  MODULE   VERSION  CODE    '.                   00001030
           05  FILLER     PIC X(40) VALUE                               00001040
               'MOTIF                           NOMBRE'.                00001050
           05  FILLER     PIC X(24) VALUE SPACE.                        00001060
       01  LIGNE-DET.                                                   00001070
           05  LD-ORIG    PIC X(8).                                     00001080
           05  FILLER     PIC X     VALUE SPACE.                        00001090
           05  LD-MODULE  PIC X(8).                                     00001100
           05  FILLER     PIC X     VALUE SPACE.                        00001110
           05  LD-VERSION PIC X(8).                                     00001120
           05  FILLER     PIC X     VALUE SPACE.                        00001130
           05  LD-CODE    PIC XX.                                       00001140
           05  FILLER     PIC X(7)  VALUE SPACE.                        00001150
           05  LD-MOTIF   PIC X(30).                                    00001160
           05  FILLER     PIC X     VALUE SPACE.                        00001170
           05  LD-NB      PIC Z(6)9.                                    00001180
           05  FILLER     PIC X(26) VALUE SPACE.                        00001190
       01  LIGNE-STOT.                                                  00001200
           05  FILLER     PIC X(14) VALUE 'TOTAL ORIGINE '.             00001210
           05  LS-ORIG    PIC X(8).                                     00001220
           05  FILLER     PIC X(53) VALUE SPACE.                        00001230
           05  LS-NB      PIC Z(6)9.                                    00001240
           05  FILLER     PIC X(18) VALUE SPACE.                        00001250
       01  LIGNE-TOT.                                                   00001260
           05  LT-TEXTE   PIC X(30).                                    00001270
           05  LT-NB      PIC Z(6)9.                                    00001280
           05  FILLER     PIC X(63) VALUE SPACE.                        00001290
       01  LIGNE-VIDE              PIC X(100) VALUE SPACE.              00001300
       01  LIGNE-AUCUN             PIC X(100) VALUE                     00001310
           'AUCUN APPEL REJETE POUR LA JOURNEE'.                        00001320
       PROCEDURE DIVISION.                                              00001330
       0000-MAINLINE.                                                   00001340
           PERFORM 0500-PARAMETRES THRU 0500-FIN.                       00001350
           PERFORM 1000-CHARGER THRU 1000-FIN.                          00001360
           IF RETURN-CODE = 8                                           00001370
              GOBACK                                                    00001380
           END-IF.                                                      00001390
           PERFORM 2000-TRIER THRU 2000-FIN.                            00001400
           PERFORM 3000-EDITER THRU 3000-FIN.                           00001410
           DISPLAY 'EXCEPTIONS LUES        = ' W-LUS.                   00001420
           DISPLAY 'APPELS REJETES DU JOUR = ' W-REJETS.                00001430
           DISPLAY 'ORIGINES CONCERNEES    = ' W-ORIGINES.              00001440
           IF W-REJETS NOT = ZERO                                       00001450
              MOVE 4 TO RETURN-CODE                                     00001460
           END-IF.                                                      00001470
           GOBACK.                                                      00001480
       0500-PARAMETRES.                                                 00001490
           MOVE 'C' TO X99-FONCTION.                                    00001500
           CALL 'SY0099' USING SY0099-PARMS.                            00001510
           MOVE X99-DATE-8 TO W-DATE.                                   00001520
           OPEN INPUT PRM-FICHIER.                                      00001530
           IF PRM-STATUS = '00'                                         00001540
              READ PRM-FICHIER                                          00001550
                 AT END MOVE SPACES TO PRM-REC                          00001560
              END-READ                                                  00001570
              IF PRM-DATE NUMERIC AND PRM-DATE NOT = ZERO               00001580
                 MOVE 'V' TO X99-FONCTION                               00001590
                 MOVE PRM-DATE TO X99-DATE-8                            00001600
                 CALL 'SY0099' USING SY0099-PARMS                       00001610
                 IF X99-DATE-VALIDE                                     00001620
                    MOVE PRM-DATE TO W-DATE                             00001630
                 ELSE                                                   00001640
                    DISPLAY 'DATE QAVPRM INVALIDE IGNOREE : ' PRM-DATE  00001650
                 END-IF                                                 00001660
              END-IF                                                    00001670
              CLOSE PRM-FICHIER                                         00001680
           END-IF.                                                      00001690
           STRING W-DATE-AAAA '-' W-DATE-MM '-' W-DATE-JJ               00001700
                  DELIMITED BY SIZE INTO W-JOUR.                        00001710
           MOVE W-JOUR TO LT-JOUR.                                      00001720
       0500-FIN. EXIT.                                                  00001730
       1000-CHARGER.                                                    00001740
           OPEN INPUT EXC-FICHIER.                                      00001750
           IF EXC-STATUS = '35'                                         00001760
              GO TO 1000-FIN                                            00001770
           END-IF.                                                      00001780
           IF EXC-STATUS NOT = '00'                                     00001790
              DISPLAY 'FICHIER DES EXCEPTIONS QAVEXC ILLISIBLE - '      00001800
                      'STATUT ' EXC-STATUS                              00001810
              MOVE 8 TO RETURN-CODE                                     00001820
              GO TO 1000-FIN                                            00001830
           END-IF.                                                      00001840
           PERFORM 1100-LIRE THRU 1100-FIN                              00001850
              UNTIL EXC-TERMINE.                                        00001860
           CLOSE EXC-FICHIER.                                           00001870
       1000-FIN. EXIT.                                                  00001880
       1100-LIRE.                                                       00001890
           READ EXC-FICHIER                                             00001900
              AT END                                                    00001910
              MOVE '1' TO FIN-EXC                                       00001920
              GO TO 1100-FIN                                            00001930
           END-READ.                                                    00001940
           ADD 1 TO W-LUS.                                              00001950
           IF EXC-TIMESTAMP (1:10) NOT = W-JOUR                         00001960
              GO TO 1100-FIN                                            00001970
           END-IF.                                                      00001980
           ADD 1 TO W-REJETS.                                           00001990
           MOVE 'N' TO W-TROUVE.                                        00002000
           PERFORM 1200-CHERCHER THRU 1200-FIN                          00002010
              VARYING W-IX FROM 1 BY 1                                  00002020
              UNTIL W-IX > W-REJ-CPT OR W-TROUVE = 'O'.                 00002030
           IF W-TROUVE = 'O'                                            00002040
              SUBTRACT 1 FROM W-IX                                      00002050
           ELSE                                                         00002060
              IF W-REJ-CPT NOT < 300                                    00002070
                 DISPLAY 'TABLE DES REJETS SATUREE - NON DETAILLE : '   00002080
                         EXC-ORIGINATOR ' ' EXC-MODULE ' ' EXC-CODE     00002090
                 GO TO 1100-FIN                                         00002100
              END-IF                                                    00002110
              ADD 1 TO W-REJ-CPT                                        00002120
              MOVE W-REJ-CPT TO W-IX                                    00002130
              MOVE EXC-ORIGINATOR TO W-REJ-ORIG (W-IX)                  00002140
              MOVE EXC-MODULE TO W-REJ-MODULE (W-IX)                    00002150
              MOVE EXC-VERSION TO W-REJ-VERSION (W-IX)                  00002160
              MOVE EXC-CODE TO W-REJ-CODE (W-IX)                        00002170
              MOVE EXC-MOTIF TO W-REJ-MOTIF (W-IX)                      00002180
              MOVE ZERO TO W-REJ-NB (W-IX)                              00002190
           END-IF.                                                      00002200
           ADD 1 TO W-REJ-NB (W-IX).                                    00002210
       1100-FIN. EXIT.                                                  00002220
       1200-CHERCHER.                                                   00002230
           IF W-REJ-ORIG (W-IX) = EXC-ORIGINATOR                        00002240
              AND W-REJ-MODULE (W-IX) = EXC-MODULE                      00002250
              AND W-REJ-VERSION (W-IX) = EXC-VERSION                    00002260
              AND W-REJ-CODE (W-IX) = EXC-CODE                          00002270
              MOVE 'O' TO W-TROUVE                                      00002280
           END-IF.                                                      00002290
       1200-FIN. EXIT.                                                  00002300
       2000-TRIER.                                                      00002310
           IF W-REJ-CPT < 2                                             00002320
              GO TO 2000-FIN                                            00002330
           END-IF.                                                      00002340
           PERFORM 2100-PASSE THRU 2100-FIN                             00002350
              VARYING W-IX FROM 1 BY 1                                  00002360
              UNTIL W-IX NOT < W-REJ-CPT.                               00002370
       2000-FIN. EXIT.                                                  00002380
       2100-PASSE.                                                      00002390
           COMPUTE W-LIM = W-REJ-CPT - W-IX.                            00002400
           PERFORM 2200-COMPARER THRU 2200-FIN                          00002410
              VARYING W-JX FROM 1 BY 1                                  00002420
              UNTIL W-JX > W-LIM.                                       00002430
       2100-FIN. EXIT.                                                  00002440
       2200-COMPARER.                                                   00002450
           IF W-REJ-CLE (W-JX + 1) < W-REJ-CLE (W-JX)                   00002460
              MOVE W-REJ-ENT (W-JX) TO W-REJ-TAMPON                     00002470
              MOVE W-REJ-ENT (W-JX + 1) TO W-REJ-ENT (W-JX)             00002480
              MOVE W-REJ-TAMPON TO W-REJ-ENT (W-JX + 1)                 00002490
           END-IF.                                                      00002500
       2200-FIN. EXIT.                                                  00002510
       3000-EDITER.                                                     00002520
           OPEN OUTPUT RPT-FICHIER.                                     00002530
           WRITE RPT-REC FROM LIGNE-TITRE.                              00002540
           WRITE RPT-REC FROM LIGNE-VIDE.                               00002550
           IF W-REJ-CPT = ZERO                                          00002560
              WRITE RPT-REC FROM LIGNE-AUCUN                            00002570
           ELSE                                                         00002580
              WRITE RPT-REC FROM LIGNE-ENTETE                           00002590
              PERFORM 3100-LIGNE THRU 3100-FIN                          00002600
                 VARYING W-IX FROM 1 BY 1                               00002610
                 UNTIL W-IX > W-REJ-CPT                                 00002620
              PERFORM 3200-SOUS-TOTAL THRU 3200-FIN                     00002630
           END-IF.                                                      00002640
           WRITE RPT-REC FROM LIGNE-VIDE.                               00002650
           MOVE 'EXCEPTIONS LUES' TO LT-TEXTE.                          00002660
           MOVE W-LUS TO LT-NB.                                         00002670
           WRITE RPT-REC FROM LIGNE-TOT.                                00002680
           MOVE 'APPELS REJETES DU JOUR' TO LT-TEXTE.                   00002690
           MOVE W-REJETS TO LT-NB.                                      00002700
           WRITE RPT-REC FROM LIGNE-TOT.                                00002710
           MOVE 'ORIGINES CONCERNEES' TO LT-TEXTE.                      00002720
           MOVE W-ORIGINES TO LT-NB.                                    00002730
           WRITE RPT-REC FROM LIGNE-TOT.                                00002740
           CLOSE RPT-FICHIER.                                           00002750
       3000-FIN. EXIT.                                                  00002760
       3100-LIGNE.                                                      00002770
           IF W-REJ-ORIG (W-IX) NOT = W-ORIG-PREC                       00002780
              PERFORM 3200-SOUS-TOTAL THRU 3200-FIN                     00002790
              MOVE W-REJ-ORIG (W-IX) TO W-ORIG-PREC                     00002800
              ADD 1 TO W-ORIGINES                                       00002810
           END-IF.                                                      00002820
           MOVE W-REJ-ORIG (W-IX) TO LD-ORIG.                           00002830
           MOVE W-REJ-MODULE (W-IX) TO LD-MODULE.                       00002840
           MOVE W-REJ-VERSION (W-IX) TO LD-VERSION.                     00002850
           MOVE W-REJ-CODE (W-IX) TO LD-CODE.                           00002860
           MOVE W-REJ-MOTIF (W-IX) TO LD-MOTIF.                         00002870
           MOVE W-REJ-NB (W-IX) TO LD-NB.                               00002880
           WRITE RPT-REC FROM LIGNE-DET.                                00002890
           ADD W-REJ-NB (W-IX) TO W-STOT.                               00002900
       3100-FIN. EXIT.                                                  00002910
       3200-SOUS-TOTAL.                                                 00002920
           IF W-ORIG-PREC = HIGH-VALUE                                  00002930
              GO TO 3200-FIN                                            00002940
           END-IF.                                                      00002950
           MOVE W-ORIG-PREC TO LS-ORIG.                                 00002960
           MOVE W-STOT TO LS-NB.                                        00002970
           WRITE RPT-REC FROM LIGNE-STOT.                               00002980
           WRITE RPT-REC FROM LIGNE-VIDE.                               00002990
           PERFORM 3300-ALERTER THRU 3300-FIN.                          00003000
           MOVE ZERO TO W-STOT.                                         00003010
       3200-FIN. EXIT.                                                  00003020
       3300-ALERTER.                                                    00003030
           MOVE 'QA0VAR' TO X87-PROGRAMME.                              00003040
           MOVE 'M' TO X87-GRAVITE.                                     00003050
           MOVE 'QAVREJ' TO X87-CODE.                                   00003060
           MOVE W-ORIG-PREC TO X87-CLE.                                 00003070
           MOVE W-STOT TO W-NB-ED.                                      00003080
           MOVE SPACE TO X87-TEXTE.                                     00003090
           STRING W-NB-ED ' APPEL(S) QA000I0 REJETE(S) LE '             00003100
                  W-JOUR DELIMITED BY SIZE INTO X87-TEXTE.              00003110
           CALL 'SY0087' USING SY0087-PARMS.                            00003120
       3300-FIN. EXIT.                                                  00003130

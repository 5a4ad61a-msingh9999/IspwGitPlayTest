      ******************************************************************00000010
      *  DESCRIPTION DU PROGRAMME APPELE : SY0087                      *00000020
      *  NOM                  : SY0087                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 15 OCTOBRE 2026                        *00000050
      *  DATE DE MODIFICATION :                                        *00000060
      *  REMARQUES            : ALERTES D'EXPLOITATION COMMUNES A      *00000070
      *                         TOUTES LES SUITES BATCH.  AJOUTE UN    *00000080
      *                         ENREG. (PROGRAMME, GRAVITE, CODE       *00000090
      *                         ALERTE, CLE DE L'ENTITE, TEXTE,        *00000100
      *                         HORODATE VIA SY0099) AU FICHIER        *00000110
      *                         PARTAGE ALRLOG.                        *00000120
      ******************************************************************00000130
                                                                        00000140
       IDENTIFICATION DIVISION.                                         00000150
       PROGRAM-ID.        SY0087.                                       00000160
       ENVIRONMENT DIVISION.                                            00000170
       INPUT-OUTPUT SECTION.                                            00000180
       FILE-CONTROL.                                                    00000190
           SELECT     ALR-FICHIER   ASSIGN    TO  ALRLOG                00000200
           FILE STATUS IS                     ALR-STATUS.               00000210
       DATA DIVISION.                                                   00000220
       FILE SECTION.                                                    00000230
       FD  ALR-FICHIER                                                  00000240
           LABEL RECORDS STANDARD                                       00000250
           BLOCK CONTAINS 0 RECORDS                                     00000260
           RECORDING MODE IS F.                                         00000270
       01  ALR-REC.                                                     00000280
           05  ALR-PROGRAMME       PIC X(8).                            00000290
           05  ALR-GRAVITE         PIC X.                               00000300
           05  ALR-CODE            PIC X(8).                            00000310
           05  ALR-CLE             PIC X(20).                           00000320
           05  ALR-TEXTE           PIC X(50).                           00000330
           05  ALR-TIMESTAMP       PIC X(26).                           00000340
           05  FILLER              PIC X(7).                            00000350
       WORKING-STORAGE SECTION.                                         00000360
       01  ALR-STATUS              PIC XX VALUE ZERO.                   00000370
       COPY SY0099.                                                     00000380
       LINKAGE SECTION.                                                 00000390
       COPY SY0087.                                                     00000400
       PROCEDURE DIVISION USING SY0087-PARMS.                           00000410
       0000-MAINLINE.                                                   00000420
           OPEN EXTEND               ALR-FICHIER.                       00000430
           IF        ALR-STATUS  =   '05'                               00000440
             OR      ALR-STATUS  =   '35'                               00000450
             OPEN OUTPUT              ALR-FICHIER                       00000460
           END-IF.                                                      00000470
           MOVE      'C' TO X99-FONCTION.                               00000480
           CALL      'SY0099' USING SY0099-PARMS.                       00000490
           MOVE      SPACE TO ALR-REC.                                  00000500
           MOVE      X87-PROGRAMME TO ALR-PROGRAMME.                    00000510
           MOVE      X87-GRAVITE TO ALR-GRAVITE.                        00000520
           MOVE      X87-CODE TO ALR-CODE.                              00000530
           MOVE      X87-CLE TO ALR-CLE.                                00000540
           MOVE      X87-TEXTE TO ALR-TEXTE.                            00000550
           MOVE      X99-TIMESTAMP TO ALR-TIMESTAMP.                    00000560
           WRITE     ALR-REC.                                           00000570
           CLOSE     ALR-FICHIER.                                       00000580
           GOBACK.                                                      00000590

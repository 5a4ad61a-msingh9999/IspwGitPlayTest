      *  NOM                  : QA0TRA                                 *00000030
      *  AUTEUR               : MAINT                                  *00000040
      *  DATE DE CREATION     : 02 SEPTEMBRE 2026                      *00000050
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                        *00000060
      *  REMARQUES            : PASSE D'ALERTE SUR LE FICHIER TRCLOG   *00000070
      *                         (ECRIT PAR QA0TRC) : CHAINES SANS      *00000080
      *                         SAUT TERMINAL DEPUIS PLUS DU DELAI     *00000090
      *                         DE LATENCE, RESUMES PAR ORIGINE ET     *00000120
      *                         MODULE APPELE AVEC LES PIRES CAS EN    *00000130
      *                         TETE.  CODE RETOUR 8 SI ALERTES.       *00000140
      *                         CHAQUE ALERTE EST AUSSI EMISE EN       *00000143
      *                         ALERTE D'EXPLOITATION (SY0087).        *00000146
      ******************************************************************00000150
                                                                        00000160
       IDENTIFICATION DIVISION.                                         00000170
               10  W-RES-NB        PIC 9(5).                            00000940
               10  W-RES-PIRE      PIC S9(6).                           00000950
       COPY SY0099.                                                     00000960
       COPY SY0087.                                                     00000965
       01  LIGNE-TITRE             PIC X(100) VALUE                     00000970
           'ALERTES SUR LES CHAINES D APPEL (TRCLOG)'.                  00000980
       01  LIGNE-ALR.                                                   00000990
                 MOVE W-ECART TO LA-ECART                               00002370
                 WRITE RPT-REC FROM LIGNE-ALR                           00002380
                 ADD 1 TO W-ALERTES                                     00002390
                 PERFORM 4900-ALERTER THRU 4900-FIN                     00002395
                 PERFORM 3200-CUMULER THRU 3200-FIN                     00002400
              END-IF                                                    00002410
           END-IF.                                                      00002420
              MOVE W-ECART TO LA-ECART                                  00002920
              WRITE RPT-REC FROM LIGNE-ALR                              00002930
              ADD 1 TO W-ALERTES                                        00002940
              PERFORM 4900-ALERTER THRU 4900-FIN                        00002945
              PERFORM 3200-CUMULER THRU 3200-FIN                        00002950
           END-IF.                                                      00002960
           MOVE 'N' TO W-CHAINE-OUVERTE.                                00002970
           MOVE W-RES-PIRE (W-RES-IX) TO LR-PIRE.                       00003290
           WRITE RPT-REC FROM LIGNE-RES.                                00003300
       4300-FIN. EXIT.                                                  00003310
       4900-ALERTER.                                                    00003320
           MOVE 'QA0TRA' TO X87-PROGRAMME.                              00003330
           MOVE LA-ORIG TO X87-CLE.                                     00003340
           MOVE SPACE TO X87-TEXTE.                                     00003350
           STRING LA-TEXTE DELIMITED BY '  '                            00003360
                  ' VERS ' LA-MODULE ' ECART' LA-ECART ' SEC'           00003370
                  DELIMITED BY SIZE INTO X87-TEXTE.                     00003380
           IF LA-TEXTE = 'LATENCE EXCESSIVE'                            00003390
              MOVE 'A' TO X87-GRAVITE                                   00003400
              MOVE 'TRCLAT' TO X87-CODE                                 00003410
           ELSE                                                         00003420
              MOVE 'M' TO X87-GRAVITE                                   00003430
              MOVE 'TRCMORT' TO X87-CODE                                00003440
           END-IF.                                                      00003450
           CALL 'SY0087' USING SY0087-PARMS.                            00003460
       4900-FIN. EXIT.                                                  00003470

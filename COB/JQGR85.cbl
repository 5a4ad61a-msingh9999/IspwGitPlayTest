013000           MOVE       '0' TO IK                                   JQGR85
013100           REWRITE    QH00                                        JQGR85
013200           INVALID KEY MOVE '1' TO IK.                            JQGR85
013200*          NOTE * CLE SUPPRIMEE PAR TRANSFERT PDV : RECREATION *. JQGR85
013200           IF         IK = '1'                                    JQGR85
013200           MOVE       '0' TO IK                                   JQGR85
013200           WRITE      QH00                                        JQGR85
013200           INVALID KEY MOVE '1' TO IK.                            JQGR85
013300           IF         IK = '0'                                    JQGR85
013400           ADD        1 TO 5-QH00-RETAB                           JQGR85
013500           ELSE                                                   JQGR85
014900           GO TO      R05.                                        JQGR85
015000 R20.      IF        JN-TYPE  =  'A'                              JQGR85
015100           NEXT SENTENCE ELSE GO TO      R20-FN.                  JQGR85
015100           IF         JN-ACTION  =  'P'                           JQGR85
015100           NEXT SENTENCE ELSE GO TO      R20-10.                  JQGR85
015100           MOVE       JN-KQH01 TO QH00-KQH01                      JQGR85
015100           MOVE       '0' TO IK                                   JQGR85
015100           DELETE     QH-FICHIER RECORD                           JQGR85
015100           INVALID KEY MOVE '1' TO IK.                            JQGR85
015100           IF         IK = '0'                                    JQGR85
015100           ADD        1 TO 5-QH00-SUPPR                           JQGR85
015100           ELSE                                                   JQGR85
015100           DISPLAY    'SUPPRESSION IMPOSSIBLE CLE ' JN-KQH01.     JQGR85
015100           GO TO      R20-FN.                                     JQGR85
015100 R20-10.   MOVE       JN-QH00 TO QH00                             JQGR85
015300           MOVE       '0' TO IK                                   JQGR85
015400           WRITE      QH00                                        JQGR85
015500           INVALID KEY MOVE '1' TO IK.                            JQGR85

      ******************************************************************
      *  DESCRIPTION DE LA CLAUSE COPY DU CONTROLE DE PERIODE CLOSE   *
      *  NOM                  : SY0090                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 15 OCTOBRE 2026                       *
      *  DATE DE MODIFICATION :                                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         SY0090.  FONCTIONS :                  *
      *                         'C' LE MOIS DE X90-DATE (CCYYMMDD)    *
      *                             EST-IL CLOS DANS PERQH ?          *
      *                             REPONSE DANS X90-CLOS             *
      *                         'E' ECRITURE D'UN AJUSTEMENT TARDIF   *
      *                             DANS LATQH (PROGRAMME, ORIGINE,   *
      *                             CLE, IMAGE QH, MOUVEMENT)         *
      *                         'F' FERMETURE DE LATQH EN FIN DE      *
      *                             TRAITEMENT                        *
      *                         ORIGINES : 'KA' COMMANDE, 'CX'        *
      *                         ANNULATION, 'LV' EXPEDITION, 'CR'     *
      *                         CORRECTION JQGU85, 'TR' TRANSFERT DE  *
      *                         POINT DE VENTE, 'AL' AFFECTATION DE   *
      *                         CHASSIS JQG485.                       *
      ******************************************************************
       01  SY0090-PARMS.
           05  X90-FONCTION      PIC X.
               88  X90-FONC-CONTROLER    VALUE 'C'.
               88  X90-FONC-ECRIRE       VALUE 'E'.
               88  X90-FONC-FERMER       VALUE 'F'.
           05  X90-DATE          PIC 9(8).
           05  X90-CLOS          PIC X.
               88  X90-MOIS-CLOS         VALUE 'O'.
               88  X90-MOIS-OUVERT       VALUE 'N'.
           05  X90-PROGRAMME     PIC X(8).
           05  X90-ORIGINE       PIC X(2).
           05  X90-KQH01         PIC X(21).
           05  X90-QH00          PIC X(80).
           05  X90-MVT           PIC X(80).

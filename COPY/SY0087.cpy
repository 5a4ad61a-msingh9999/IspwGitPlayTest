      ******************************************************************
      *  DESCRIPTION DE LA CLAUSE COPY DES ALERTES D'EXPLOITATION     *
      *  NOM                  : SY0087                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 15 OCTOBRE 2026                       *
      *  DATE DE MODIFICATION :                                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         SY0087.  UN PROGRAMME QUI DETECTE     *
      *                         UNE ANOMALIE L'APPELLE UNE FOIS PAR   *
      *                         ALERTE AVANT DE POSITIONNER SON CODE  *
      *                         RETOUR.  LE MODULE AJOUTE L'ALERTE    *
      *                         HORODATEE (SY0099) AU FICHIER         *
      *                         PARTAGE ALRLOG, TRANSMIS A LA         *
      *                         CONSOLE DE SURVEILLANCE PAR SY0086.   *
      *                         GRAVITE : 'C' CRITIQUE, 'M' MAJEURE,  *
      *                         'A' AVERTISSEMENT.  LA CLE DESIGNE    *
      *                         L'ENTITE TOUCHEE (POINT DE VENTE,     *
      *                         REGION, PROGRAMME...) ET LE TEXTE     *
      *                         EST LU TEL QUEL PAR L'OPERATEUR.      *
      ******************************************************************
       01  SY0087-PARMS.
           05  X87-PROGRAMME     PIC X(8).
           05  X87-GRAVITE       PIC X.
               88  X87-CRITIQUE          VALUE 'C'.
               88  X87-MAJEURE           VALUE 'M'.
               88  X87-AVERTISSEMENT     VALUE 'A'.
           05  X87-CODE          PIC X(8).
           05  X87-CLE           PIC X(20).
           05  X87-TEXTE         PIC X(50).

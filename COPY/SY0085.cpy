      ******************************************************************
      *  DESCRIPTION DE LA CLAUSE COPY DES HABILITATIONS OPERATEUR    *
      *  NOM                  : SY0085                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 15 OCTOBRE 2026                       *
      *  DATE DE MODIFICATION :                                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         SY0085.  CHAQUE UTILITAIRE DE MISE    *
      *                         A JOUR L'APPELLE AVANT D'APPLIQUER    *
      *                         UNE TRANSACTION ET NE L'APPLIQUE QUE  *
      *                         SI X85-AUTORISE.  FONCTIONS : 'C'     *
      *                         CORRIGER, 'A' AJOUTER, 'R' RETIRER,   *
      *                         'F' FORCER.  LA CLE DESIGNE L'OBJET   *
      *                         DE LA TRANSACTION (COMMANDE, REGION,  *
      *                         SALARIE, RESSOURCE) POUR L'AUDIT.     *
      ******************************************************************
       01  SY0085-PARMS.
           05  X85-OPERATEUR     PIC X(8).
           05  X85-PROGRAMME     PIC X(8).
           05  X85-FONCTION      PIC X.
               88  X85-FONC-CORRIGER     VALUE 'C'.
               88  X85-FONC-AJOUTER      VALUE 'A'.
               88  X85-FONC-RETIRER      VALUE 'R'.
               88  X85-FONC-FORCER       VALUE 'F'.
           05  X85-CLE           PIC X(24).
           05  X85-ETAT          PIC X.
               88  X85-AUTORISE          VALUE 'O'.
               88  X85-REFUSE            VALUE 'N'.

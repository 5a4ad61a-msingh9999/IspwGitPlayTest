      *  NOM                  : SY0093                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 02 SEPTEMBRE 2026                     *
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         SY0093.  CHAQUE PROGRAMME QUI MET A   *
      *                         JOUR UNE RESSOURCE PARTAGEE (QH) LE   *
      *                         PREND AU DEBUT ('P') ET LE LIBERE A   *
      *                         LA FIN ('L').  'F' = LIBERATION       *
      *                         FORCEE PAR L'EXPLOITANT (AUDITEE).    *
      *                         'F' EXIGE X93-OPERATEUR, HABILITE A   *
      *                         LA FONCTION 'F' DE SY0093 (SY0085).   *
      *                         'A' = ABANDON SUR ERREUR FATALE       *
      *                         (SY0081) : LIBERE TOUS LES VERROUS    *
      *                         DETENUS PAR X93-PROGRAMME ET RENVOIE  *
      *                         LE DERNIER DANS X93-RESSOURCE.        *
      ******************************************************************
       01  SY0093-PARMS.
           05  X93-FONCTION      PIC X.
               88  X93-FONC-PRENDRE      VALUE 'P'.
               88  X93-FONC-LIBERER      VALUE 'L'.
               88  X93-FONC-FORCER       VALUE 'F'.
               88  X93-FONC-ABANDON      VALUE 'A'.
           05  X93-PROGRAMME     PIC X(8).
           05  X93-RESSOURCE     PIC X(8).
           05  X93-ETAT          PIC X.
               88  X93-REFUSE            VALUE 'N'.
           05  X93-DETENTEUR     PIC X(8).
           05  X93-DEPUIS        PIC X(26).
           05  X93-OPERATEUR     PIC X(8).

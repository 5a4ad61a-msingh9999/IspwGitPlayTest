      ******************************************************************
      *  DESCRIPTION DE LA CLAUSE COPY DES ERREURS FATALES BATCH      *
      *  NOM                  : SY0081                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 15 OCTOBRE 2026                       *
      *  DATE DE MODIFICATION :                                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         SY0081.  UN PROGRAMME BATCH QUI NE    *
      *                         PEUT PAS CONTINUER L'APPELLE UNE      *
      *                         SEULE FOIS, AVEC LE PARAGRAPHE, LA    *
      *                         CATEGORIE D'ERREUR, LE FICHIER ET LE  *
      *                         STATUT EN CAUSE, PUIS SORT SANS       *
      *                         AUTRE JOURNALISATION (LE MODULE FERME *
      *                         L'ENTREE OPSLOG ET LIBERE SES         *
      *                         VERROUS).  CATEGORIE : 'F' FICHIER,   *
      *                         'D' DONNEES, 'P' PARAMETRE, 'V'       *
      *                         VERROU, 'L' LOGIQUE.  LES COMPTEURS   *
      *                         SONT CEUX DE LA PHASE 'F' DE SY0095.  *
      *                         EN RETOUR X81-CODE-RETOUR VAUT 16, A  *
      *                         REPORTER DANS RETURN-CODE.            *
      ******************************************************************
       01  SY0081-PARMS.
           05  X81-PROGRAMME     PIC X(8).
           05  X81-PARAGRAPHE    PIC X(30).
           05  X81-CATEGORIE     PIC X.
               88  X81-CAT-FICHIER       VALUE 'F'.
               88  X81-CAT-DONNEES       VALUE 'D'.
               88  X81-CAT-PARAMETRE     VALUE 'P'.
               88  X81-CAT-VERROU        VALUE 'V'.
               88  X81-CAT-LOGIQUE       VALUE 'L'.
           05  X81-FICHIER       PIC X(8).
           05  X81-STATUT        PIC XX.
           05  X81-TEXTE         PIC X(50).
           05  X81-CPT-ENTREE    PIC 9(9).
           05  X81-CPT-SORTIE    PIC 9(9).
           05  X81-CPT-REJET     PIC 9(9).
           05  X81-CODE-RETOUR   PIC 9(4).

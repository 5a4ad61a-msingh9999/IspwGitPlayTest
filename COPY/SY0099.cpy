      *  NOM                  : SY0099                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 22 AOUT 2026                          *
      *  DATE DE MODIFICATION : 15 OCTOBRE 2026                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU SERVICE      *
      *                         SY0099.  FONCTIONS :                  *
      *                         'C' DATE/HEURE COURANTE AVEC SIECLE   *
      *                         'P' JOUR OUVRE PRECEDENT (X99-DATE-8) *
      *                         'E' JOURS OUVRES ENTRE X99-DATE-8 ET  *
      *                             X99-DATE-8B DANS X99-NB-JOURS     *
      *                         'R' RECUL DE X99-NB-JOURS JOURS       *
      *                             CALENDAIRES SUR X99-DATE-8        *
      ******************************************************************
       01  SY0099-PARMS.
           05  X99-FONCTION      PIC X.
               88  X99-FONC-OUVRE-SUIV   VALUE 'N'.
               88  X99-FONC-OUVRE-PREC   VALUE 'P'.
               88  X99-FONC-OUVRE-ENTRE  VALUE 'E'.
               88  X99-FONC-RECUL        VALUE 'R'.
           05  X99-YY            PIC 9(2).
           05  X99-CC            PIC 9(2).
           05  X99-DATE-8        PIC 9(8).

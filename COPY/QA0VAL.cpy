      ******************************************************************
      *  DESCRIPTION DE LA CLAUSE COPY DE VALIDATION DE LA COMMAREA   *
      *  NOM                  : QA0VAL                                *
      *  AUTEUR               : MAINT                                 *
      *  DATE DE CREATION     : 15 OCTOBRE 2026                       *
      *  DATE DE MODIFICATION :                                       *
      *  REMARQUES            : ZONE DE COMMUNICATION DU MODULE       *
      *                         QA0VAL.  CHAQUE PARTICIPANT D'UNE     *
      *                         CHAINE QA000I0 L'APPELLE A L'ENTREE   *
      *                         (CALL 'QA0VAL' USING QA0VAL-PARMS     *
      *                         ET LA COMMAREA RECUE) AVEC SON PROPRE *
      *                         NOM DANS QAV-PARTICIPANT, ET NE       *
      *                         TRAITE L'APPEL QUE SI QAV-ACCEPTE.    *
      *                         CODES DE REJET : RG REGISTRE ABSENT,  *
      *                         LG LANGUE, PA MODULE APPELE AUTRE QUE *
      *                         LE RECEVEUR, OR ORIGINE, MO MODULE,   *
      *                         VE VERSION, LO LONGUEUR.              *
      ******************************************************************
       01  QA0VAL-PARMS.
           05  QAV-PARTICIPANT   PIC X(8).
           05  QAV-ETAT          PIC X.
               88  QAV-ACCEPTE           VALUE 'O'.
               88  QAV-REJETE            VALUE 'N'.
           05  QAV-CODE          PIC XX.
           05  QAV-MOTIF         PIC X(30).

      *=============================================================*
      *  TILLREC - structure d'un enregistrement du fichier des     *
      *  comptages de caisse (TILLCOUNT). Une ligne par session     *
      *  comptée : date et heure du comptage, opérateur et numéro   *
      *  de session, montant attendu selon le journal, montant      *
      *  compté au tiroir, écart (compté moins attendu) et code du  *
      *  superviseur qui a contresigné un manquant hors tolérance.  *
      *  Partagé par le comptage de caisse (écriture) et la clôture *
      *  de journée (lecture) pour que les deux s'accordent         *
      *  toujours sur la même disposition.                          *
      *=============================================================*
       01  TILL-RECORD.
           05  TILL-DATE       PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-TIME       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-SESSION    PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-EXPECTED   PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-COUNTED    PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-VARIANCE   PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  TILL-SUPER-ID   PIC X(8).

      *=============================================================*
      *  REFUSREC - structure d'un enregistrement du journal des    *
      *  opérations refusées (REFUSLOG). Une ligne par opération    *
      *  écartée faute de visa superviseur au-delà du plafond :     *
      *  date et heure, opérateur signé et numéro de session,       *
      *  symbole de l'opération, montant contrôlé et plafond de     *
      *  l'opérateur. Partagé par la calculatrice (écriture) et la  *
      *  surveillance des exceptions (lecture) pour que les deux    *
      *  s'accordent toujours sur la même disposition.              *
      *=============================================================*
       01  REF-RECORD.
           05  REF-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  REF-TIME        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  REF-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  REF-SESSION     PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  REF-OP          PIC X(2).
           05  FILLER          PIC X VALUE SPACE.
           05  REF-AMOUNT      PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  REF-LIMIT       PIC -Z(8)9.9999.

      *=============================================================*
      *  MVTREC - structure d'un enregistrement du journal des      *
      *  mouvements de comptes (MOVEMENTS). Chaque versement C+,    *
      *  débit C- ou jambe de virement CV posé sur un compte nommé  *
      *  y laisse une ligne : compte, horodatage, session,          *
      *  opérateur, montant et solde après mouvement. Partagé par   *
      *  runhello (écriture) et le relevé de compte (lecture) pour  *
      *  que les deux s'accordent toujours sur la même disposition. *
      *=============================================================*
       01  MVT-RECORD.
           05  MVT-ACCT-CODE   PIC X(12).
           05  MVT-AMOUNT      PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  MVT-BALANCE     PIC -Z(8)9.9999.

      *    Nature du mouvement : "C+" versement, "C-" débit, "CV"
      *    jambe de virement (montant négatif sur le compte débité,
      *    positif sur le compte crédité), "AR" remise à zéro de
      *    l'arrêté mensuel, "AN" contre-passation d'un mouvement
      *    d'une passe batch annulée, "IN" intérêts (positifs) ou
      *    frais (négatifs) de l'arrêté, référencés par leur
      *    période MM/AAAA. Blanc sur les lignes d'avant, qui sont
      *    toutes des versements.

           05  FILLER          PIC X VALUE SPACE.
           05  MVT-TYPE        PIC X(2).

      *    Référence du mouvement (session et rang dans la session),
      *    la même sur les deux jambes d'un virement, et compte de
      *    contrepartie : l'autre compte du virement.

           05  FILLER          PIC X VALUE SPACE.
           05  MVT-REF         PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  MVT-COUNTER-ACCT PIC X(12).

      *    Numéro de la passe batch qui a posé le mouvement (zéro au
      *    clavier et pour l'arrêté), pour que la contre-passation
      *    d'une passe retrouve ses mouvements. Une contre-passation
      *    (nature "AN") porte le numéro de la passe annulée.

           05  FILLER          PIC X VALUE SPACE.
           05  MVT-RUN-NO      PIC 9(5).

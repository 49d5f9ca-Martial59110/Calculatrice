      *=============================================================*
      *  ORDREC - structure d'un enregistrement du fichier des      *
      *  ordres permanents (STANDORD). Une ligne par ordre : sa     *
      *  référence, la transaction émise telle qu'elle part dans    *
      *  TRANSIN (type S ou A, opérandes, opérateur, nom de taux    *
      *  ou code devise, codes de comptes), la fréquence (J jour,   *
      *  H semaine, M mois), les dates de début et de fin           *
      *  (AAAAMMJJ, fin à blanc = sans fin), la dernière            *
      *  échéance émise, le statut (A actif, S suspendu, T clos)    *
      *  et le superviseur de la dernière modification. Partagé     *
      *  par la maintenance des ordres et leur générateur pour que  *
      *  les deux s'accordent toujours sur la même disposition.     *
      *=============================================================*
       01  ORD-RECORD.
           05  ORD-REF         PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-TRANS.
               10  ORD-TR-TYPE      PIC X.
               10  ORD-TR-OPERAND-1 PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
               10  ORD-TR-OPERATOR  PIC X.
               10  ORD-TR-OPERAND-2 PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
               10  ORD-TR-RATE-FIELD REDEFINES ORD-TR-OPERAND-2.
                   15  ORD-TR-RATE-NAME PIC X(8).
                   15  FILLER           PIC X(4).
               10  ORD-TR-ACCT-CODE PIC X(12).
               10  ORD-TR-ACCT-TO   PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-FREQ        PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-START       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-END         PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-LAST        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-STATE       PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-SUPER-ID    PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ORD-UPD-DATE    PIC X(10).

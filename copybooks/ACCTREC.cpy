
      *    Tenue du compte par la maintenance des comptes : libellé
      *    en clair, opérateur propriétaire et état ("A" actif, "G"
      *    gelé — un compte gelé refuse les versements C+, les
      *    débits C- et les virements CV ; blanc, d'avant la
      *    maintenance, vaut actif).

           05  ACCT-DESC       PIC X(30).
           05  ACCT-OWNER      PIC X(8).
           05  ACCT-STATE      PIC X.

      *    Nom du taux d'intérêt (valeur positive) ou de frais
      *    (valeur négative) appliqué au solde moyen à l'arrêté
      *    mensuel, cherché dans RATES à sa date d'effet. Blanc :
      *    compte sans intérêts ni frais.

           05  ACCT-RATE-NAME  PIC X(8).

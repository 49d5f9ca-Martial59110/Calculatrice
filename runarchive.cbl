      *    TRANSLOG une fois la purge terminée.

       FD  NEWLOG-FILE.
       01  NEWLOG-RECORD PIC X(152).

      *    Archive datée du jour d'exécution : les lignes de détail
      *    des journées closes y partent telles quelles, pour que
      *    l'audit garde l'historique complet hors du fichier vivant.
      *    Séquence et valeur chaînée y restent intactes : les
      *    archives dans l'ordre de l'index, suivies du journal
      *    vivant, forment une seule chaîne.

       FD  ARC-FILE.
       01  ARC-RECORD PIC X(152).

      *    Fichier maître des synthèses : un enregistrement par
      *    journée close (date, nombre d'opérations, somme des

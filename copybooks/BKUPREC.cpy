      *=============================================================*
      *  BKUPREC - structure d'un enregistrement du catalogue des   *
      *  sauvegardes (BACKUPCAT). Une ligne FIC par fichier copié   *
      *  (nom d'origine, nom de la copie, nombre d'enregistrements, *
      *  COPIE ou ABSENT), puis une ligne GEN qui marque la         *
      *  génération complète ; une ligne RES par restauration, avec *
      *  la génération remise en place et le superviseur qui l'a    *
      *  approuvée. Partagé par la sauvegarde (écriture) et la      *
      *  restauration (lecture et trace) pour que les deux          *
      *  s'accordent toujours sur la même disposition.              *
      *=============================================================*
       01  BKC-RECORD.
           05  BKC-TAG         PIC X(3).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-GEN-NO      PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-SLOT        PIC 9(2).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-TIME        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-FILE-NAME   PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-COPY-NAME   PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-COUNT       PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-STATE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  BKC-SUPER-ID    PIC X(8).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. runrestore.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CAT-FILE ASSIGN TO "BACKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT DST-FILE ASSIGN TO DYNAMIC WS-DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier de référence des opérateurs : la même disposition
      *    que la calculatrice (code, nom, niveau, plafond). Remettre
      *    en place une sauvegarde est réservé au niveau superviseur.

       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPER-CODE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-NAME       PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LEVEL      PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LIMIT-TXT  PIC X(12).

      *    Catalogue des sauvegardes, tenu par runbackup : la
      *    restauration y lit les générations et y ajoute sa ligne
      *    RES.

       FD  CAT-FILE.
           COPY BKUPREC.

      *    Copie de la génération et fichier vivant qu'elle
      *    remplace, nommés au passage de chaque fichier.

       FD  SRC-FILE.
       01  SRC-RECORD PIC X(256).

       FD  DST-FILE.
       01  DST-RECORD PIC X(256).

      *    Le fichier des comptes est rechargé, dans l'ordre des
      *    codes, dans un fichier indexé neuf.

       FD  ACCT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-OPER-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
       01  WS-SRC-STATUS PIC XX.
       01  WS-DST-STATUS PIC XX.
       01  WS-ACCT-STATUS PIC XX.
       01  WS-OPER-EOF-SW PIC X VALUE "N".
           88 WS-OPER-EOF VALUE "Y" FALSE "N".
       01  WS-CAT-EOF-SW PIC X VALUE "N".
           88 WS-CAT-EOF VALUE "Y" FALSE "N".
       01  WS-SRC-EOF-SW PIC X VALUE "N".
           88 WS-SRC-EOF VALUE "Y" FALSE "N".

      *    Signature du superviseur : validée contre OPERATORS,
      *    niveau "S" exigé.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPID-INPUT PIC X(8).
       01  WS-SIGNON-OK-SW PIC X VALUE "N".
           88 WS-SIGNON-OK VALUE "Y" FALSE "N".
       01  WS-SIGNON-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SIGNON-IX PIC 9(3).
       01  WS-SIGNON-TABLE.
           05  WS-SIGNON-ENTRY OCCURS 50 TIMES.
               10  WS-SIGNON-CODE PIC X(8).
               10  WS-SIGNON-NAME PIC X(30).
               10  WS-SIGNON-LEVEL PIC X.

      *    État des emplacements d'après le catalogue : la dernière
      *    génération écrite dans chacun, sa date, son nombre de
      *    fichiers, si elle est complète (ligne GEN) et combien de
      *    fois elle a déjà été restaurée. Une génération dont
      *    l'emplacement a été repris par une plus récente n'est plus
      *    restaurable.

       01  WS-SLOT-IX PIC 9(3).
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 99 TIMES.
               10  WS-SLOT-GEN PIC 9(5).
               10  WS-SLOT-DATE PIC X(10).
               10  WS-SLOT-TIME PIC X(8).
               10  WS-SLOT-FILES PIC 9(3).
               10  WS-SLOT-RES-CNT PIC 9(3).
               10  WS-SLOT-DONE-SW PIC X.
                   88 WS-SLOT-DONE VALUE "Y" FALSE "N".

      *    Liste chronologique : numéro de la dernière génération
      *    affichée, et plus petite trouvée au-delà.

       01  WS-LIST-LAST PIC 9(5).
       01  WS-LIST-NEXT PIC 9(5).
       01  WS-LIST-SLOT PIC 9(3).
       01  WS-LIST-COUNT PIC 9(3) VALUE ZERO.

      *    Génération choisie.

       01  WS-GEN-INPUT PIC X(6).
       01  WS-GEN-NO PIC 9(5) VALUE ZERO.
       01  WS-GEN-SLOT PIC 9(3) VALUE ZERO.
       01  WS-GEN-OK-SW PIC X VALUE "N".
           88 WS-GEN-OK VALUE "Y" FALSE "N".

      *    Fichiers de la génération choisie, relus des lignes FIC.

       01  WS-RF-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RF-IX PIC 9(3).
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 50 TIMES.
               10  WS-RF-NAME PIC X(20).
               10  WS-RF-COPY PIC X(20).
               10  WS-RF-RECS PIC 9(9).
               10  WS-RF-STATE PIC X(8).

       01  WS-SRC-NAME PIC X(30).
       01  WS-DST-NAME PIC X(30).
       01  WS-REC-COUNT PIC 9(9) VALUE ZERO.
       01  WS-FILE-ERR-SW PIC X VALUE "N".
           88 WS-FILE-ERR VALUE "Y" FALSE "N".

      *    Verdict du contrôle préalable et décomptes de la remise
      *    en place.

       01  WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y" FALSE "N".
       01  WS-CONFIRM-INPUT PIC X.
       01  WS-DONE-CNT PIC 9(3) VALUE ZERO.
       01  WS-ERR-CNT PIC 9(3) VALUE ZERO.

       01  WS-STDIN-EOF-SW PIC X VALUE "N".
           88 WS-STDIN-EOF VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           PERFORM 0000-LIST-GENERATIONS
           THRU    0000-LIST-GENERATIONS-EXIT.

           IF NOT WS-REFUSED
               PERFORM 0000-ASK-GEN
               THRU    0000-ASK-GEN-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-FILES-LOAD
               THRU    PG-FILES-LOAD-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-FILES-CHECK
               THRU    PG-FILES-CHECK-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-CONFIRM
               THRU    PG-CONFIRM-EXIT
           END-IF.

           IF NOT WS-REFUSED
               PERFORM PG-RESTORE-FILES
               THRU    PG-RESTORE-FILES-EXIT
               PERFORM PG-CAT-WRITE
               THRU    PG-CAT-WRITE-EXIT
               DISPLAY"-------------------------------------------"
               IF WS-ERR-CNT = 0
                   DISPLAY "Génération " WS-GEN-NO " remise en"
                   " place : " WS-DONE-CNT " fichier(s)."
               ELSE
                   DISPLAY "RESTAURATION INCOMPLETE : " WS-ERR-CNT
                   " fichier(s) en erreur, " WS-DONE-CNT
                   " remis en place."
               END-IF
           END-IF.

           DISPLAY"-------------------------------------------"
           DISPLAY "Fin de la restauration."
           DISPLAY"-------------------------------------------".
           STOP RUN.

      *    Restauration supervisée d'une génération de sauvegarde,
      *    après une clôture ou un arrêté interrompu : liste les
      *    générations encore restaurables, contrôle que chaque
      *    copie de la génération choisie est intacte (nombre
      *    d'enregistrements du catalogue), demande confirmation,
      *    remet les fichiers en place et pose au catalogue une
      *    ligne RES avec le superviseur, pour que l'audit voie
      *    qu'une restauration a eu lieu.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           PERFORM PG-SIGN-ON
           THRU    PG-SIGN-ON-EXIT.

       0000-INITIALIZE-EXIT.
           EXIT.

       PG-SIGN-ON.

           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY"-------------------------------------------"
               DISPLAY "Fichier OPERATORS absent : signature"
               " impossible, arrêt du programme."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           READ OPER-FILE
               AT END SET WS-OPER-EOF TO TRUE
           END-READ.
           PERFORM PG-SIGN-ON-LOAD
           THRU    PG-SIGN-ON-LOAD-EXIT
           UNTIL   WS-OPER-EOF OR WS-SIGNON-COUNT = 50.
           CLOSE OPER-FILE.

           IF WS-SIGNON-COUNT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Fichier OPERATORS vide : signature"
               " impossible, arrêt du programme."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           SET WS-SIGNON-OK TO FALSE.
           PERFORM PG-SIGN-ON-PROMPT
           THRU    PG-SIGN-ON-PROMPT-EXIT
           UNTIL   WS-SIGNON-OK.

       PG-SIGN-ON-EXIT.
           EXIT.

       PG-SIGN-ON-LOAD.

           ADD 1 TO WS-SIGNON-COUNT.
           MOVE OPER-CODE TO WS-SIGNON-CODE(WS-SIGNON-COUNT).
           MOVE OPER-NAME TO WS-SIGNON-NAME(WS-SIGNON-COUNT).
           MOVE OPER-LEVEL TO WS-SIGNON-LEVEL(WS-SIGNON-COUNT).

           READ OPER-FILE
               AT END SET WS-OPER-EOF TO TRUE
           END-READ.

       PG-SIGN-ON-LOAD-EXIT.
           EXIT.

       PG-SIGN-ON-PROMPT.

           DISPLAY "Code superviseur ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-OPID-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-OPID-INPUT) TO WS-OPID-INPUT.

           MOVE 1 TO WS-SIGNON-IX.
           PERFORM PG-SIGN-ON-SEARCH
           THRU    PG-SIGN-ON-SEARCH-EXIT
           UNTIL   WS-SIGNON-OK OR WS-SIGNON-IX > WS-SIGNON-COUNT.

           IF NOT WS-SIGNON-OK
               DISPLAY "Code inconnu ou non superviseur."
           END-IF.

       PG-SIGN-ON-PROMPT-EXIT.
           EXIT.

       PG-SIGN-ON-SEARCH.

           IF WS-SIGNON-CODE(WS-SIGNON-IX) = WS-OPID-INPUT
           AND WS-SIGNON-LEVEL(WS-SIGNON-IX) = "S"
               MOVE WS-OPID-INPUT TO WS-OPERATOR-ID
               SET WS-SIGNON-OK TO TRUE
               DISPLAY"-------------------------------------------"
               DISPLAY "Restauration ouverte par "
               FUNCTION TRIM(WS-SIGNON-NAME(WS-SIGNON-IX))
               DISPLAY"-------------------------------------------"
           ELSE
               ADD 1 TO WS-SIGNON-IX
           END-IF.

       PG-SIGN-ON-SEARCH-EXIT.
           EXIT.

      *    Relit le catalogue pour établir l'état des emplacements,
      *    puis affiche les générations restaurables de la plus
      *    ancienne à la plus récente.

       0000-LIST-GENERATIONS.

           INITIALIZE WS-SLOT-TABLE.
           SET WS-CAT-EOF TO FALSE.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               READ CAT-FILE
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
               PERFORM PG-CAT-SLOT-PASS
               THRU    PG-CAT-SLOT-PASS-EXIT
               UNTIL   WS-CAT-EOF
               CLOSE CAT-FILE
           END-IF.

           DISPLAY "Générations restaurables :".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-LIST-LAST.
           MOVE 99999 TO WS-LIST-NEXT.
           PERFORM PG-LIST-ONE
           THRU    PG-LIST-ONE-EXIT
           UNTIL   WS-LIST-NEXT = 0.

           IF WS-LIST-COUNT = 0
               DISPLAY "Aucune génération restaurable au catalogue."
               SET WS-REFUSED TO TRUE
           END-IF.

       0000-LIST-GENERATIONS-EXIT.
           EXIT.

      *    Une ligne FIC ou GEN d'un numéro plus grand que celui de
      *    son emplacement y installe une nouvelle génération, pas
      *    encore complète ; la ligne GEN la complète. Une ligne RES
      *    compte une restauration de la génération encore en place.

       PG-CAT-SLOT-PASS.

           IF (BKC-TAG = "FIC" OR BKC-TAG = "GEN" OR BKC-TAG = "RES")
           AND BKC-GEN-NO IS NUMERIC
           AND BKC-SLOT IS NUMERIC
           AND BKC-SLOT >= 1
               MOVE BKC-SLOT TO WS-SLOT-IX
               IF BKC-TAG NOT = "RES"
               AND BKC-GEN-NO > WS-SLOT-GEN(WS-SLOT-IX)
                   MOVE BKC-GEN-NO TO WS-SLOT-GEN(WS-SLOT-IX)
                   MOVE SPACES TO WS-SLOT-DATE(WS-SLOT-IX)
                   MOVE SPACES TO WS-SLOT-TIME(WS-SLOT-IX)
                   MOVE ZERO TO WS-SLOT-FILES(WS-SLOT-IX)
                   MOVE ZERO TO WS-SLOT-RES-CNT(WS-SLOT-IX)
                   SET WS-SLOT-DONE(WS-SLOT-IX) TO FALSE
               END-IF
               IF BKC-GEN-NO = WS-SLOT-GEN(WS-SLOT-IX)
                   EVALUATE BKC-TAG
                   WHEN "GEN"
                       SET WS-SLOT-DONE(WS-SLOT-IX) TO TRUE
                       MOVE BKC-DATE TO WS-SLOT-DATE(WS-SLOT-IX)
                       MOVE BKC-TIME TO WS-SLOT-TIME(WS-SLOT-IX)
                       MOVE BKC-COUNT TO WS-SLOT-FILES(WS-SLOT-IX)
                   WHEN "RES"
                       ADD 1 TO WS-SLOT-RES-CNT(WS-SLOT-IX)
                   END-EVALUATE
               END-IF
           END-IF.

           READ CAT-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.

       PG-CAT-SLOT-PASS-EXIT.
           EXIT.

      *    Cherche la plus petite génération complète au-delà de la
      *    dernière affichée et l'affiche ; WS-LIST-NEXT à zéro
      *    quand il n'y en a plus.

       PG-LIST-ONE.

           MOVE ZERO TO WS-LIST-NEXT.
           MOVE ZERO TO WS-LIST-SLOT.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM PG-LIST-SEEK
           THRU    PG-LIST-SEEK-EXIT
           UNTIL   WS-SLOT-IX > 99.

           IF WS-LIST-NEXT NOT = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-NEXT TO WS-LIST-LAST
               MOVE WS-LIST-SLOT TO WS-SLOT-IX
               DISPLAY "  Génération " WS-SLOT-GEN(WS-SLOT-IX)
               " du " WS-SLOT-DATE(WS-SLOT-IX)
               " à " WS-SLOT-TIME(WS-SLOT-IX)
               " : " WS-SLOT-FILES(WS-SLOT-IX) " fichier(s)"
               IF WS-SLOT-RES-CNT(WS-SLOT-IX) > 0
                   DISPLAY "    déjà restaurée "
                   WS-SLOT-RES-CNT(WS-SLOT-IX) " fois"
               END-IF
           END-IF.

       PG-LIST-ONE-EXIT.
           EXIT.

       PG-LIST-SEEK.

           IF WS-SLOT-DONE(WS-SLOT-IX)
           AND WS-SLOT-GEN(WS-SLOT-IX) > WS-LIST-LAST
               IF WS-LIST-NEXT = 0
               OR WS-SLOT-GEN(WS-SLOT-IX) < WS-LIST-NEXT
                   MOVE WS-SLOT-GEN(WS-SLOT-IX) TO WS-LIST-NEXT
                   MOVE WS-SLOT-IX TO WS-LIST-SLOT
               END-IF
           END-IF.
           ADD 1 TO WS-SLOT-IX.

       PG-LIST-SEEK-EXIT.
           EXIT.

      *    Génération à remettre en place, parmi celles listées ;
      *    zéro pour renoncer.

       0000-ASK-GEN.

           SET WS-GEN-OK TO FALSE.
           PERFORM 0000-ASK-GEN-PROMPT
           THRU    0000-ASK-GEN-PROMPT-EXIT
           UNTIL   WS-GEN-OK.

           IF WS-GEN-NO = 0
               DISPLAY "Restauration abandonnée."
               SET WS-REFUSED TO TRUE
           END-IF.

       0000-ASK-GEN-EXIT.
           EXIT.

       0000-ASK-GEN-PROMPT.

           DISPLAY "Numéro de la génération à restaurer (0 pour"
           " renoncer) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-GEN-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.

           IF FUNCTION TEST-NUMVAL(WS-GEN-INPUT) = 0
               IF FUNCTION NUMVAL(WS-GEN-INPUT) >= 0
               AND FUNCTION NUMVAL(WS-GEN-INPUT) <= 99999
               AND FUNCTION NUMVAL(WS-GEN-INPUT) =
                   FUNCTION INTEGER(FUNCTION NUMVAL(WS-GEN-INPUT))
                   MOVE FUNCTION NUMVAL(WS-GEN-INPUT) TO WS-GEN-NO
                   IF WS-GEN-NO = 0
                       SET WS-GEN-OK TO TRUE
                   ELSE
                       PERFORM PG-GEN-FIND
                       THRU    PG-GEN-FIND-EXIT
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-GEN-OK
               DISPLAY "Génération inconnue ou non restaurable."
           END-IF.

       0000-ASK-GEN-PROMPT-EXIT.
           EXIT.

       PG-GEN-FIND.

           MOVE ZERO TO WS-GEN-SLOT.
           MOVE 1 TO WS-SLOT-IX.
           PERFORM PG-GEN-FIND-PASS
           THRU    PG-GEN-FIND-PASS-EXIT
           UNTIL   WS-GEN-OK OR WS-SLOT-IX > 99.

       PG-GEN-FIND-EXIT.
           EXIT.

       PG-GEN-FIND-PASS.

           IF WS-SLOT-DONE(WS-SLOT-IX)
           AND WS-SLOT-GEN(WS-SLOT-IX) = WS-GEN-NO
               MOVE WS-SLOT-IX TO WS-GEN-SLOT
               SET WS-GEN-OK TO TRUE
           ELSE
               ADD 1 TO WS-SLOT-IX
           END-IF.

       PG-GEN-FIND-PASS-EXIT.
           EXIT.

      *    Relit au catalogue les lignes FIC de la génération
      *    choisie ; leur nombre doit être celui de la ligne GEN.

       PG-FILES-LOAD.

           MOVE ZERO TO WS-RF-COUNT.
           SET WS-CAT-EOF TO FALSE.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               READ CAT-FILE
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
               PERFORM PG-FILES-LOAD-PASS
               THRU    PG-FILES-LOAD-PASS-EXIT
               UNTIL   WS-CAT-EOF
               CLOSE CAT-FILE
           END-IF.

           IF WS-RF-COUNT NOT = WS-SLOT-FILES(WS-GEN-SLOT)
               DISPLAY "Catalogue incohérent pour la génération "
               WS-GEN-NO " : " WS-RF-COUNT " ligne(s) FIC pour "
               WS-SLOT-FILES(WS-GEN-SLOT) " fichier(s)."
               SET WS-REFUSED TO TRUE
           END-IF.

       PG-FILES-LOAD-EXIT.
           EXIT.

       PG-FILES-LOAD-PASS.

           IF BKC-TAG = "FIC"
           AND BKC-GEN-NO = WS-GEN-NO
           AND BKC-SLOT = WS-GEN-SLOT
               IF WS-RF-COUNT < 50
                   ADD 1 TO WS-RF-COUNT
                   MOVE BKC-FILE-NAME TO WS-RF-NAME(WS-RF-COUNT)
                   MOVE BKC-COPY-NAME TO WS-RF-COPY(WS-RF-COUNT)
                   MOVE BKC-COUNT TO WS-RF-RECS(WS-RF-COUNT)
                   MOVE BKC-STATE TO WS-RF-STATE(WS-RF-COUNT)
               END-IF
           END-IF.

           READ CAT-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.

       PG-FILES-LOAD-PASS-EXIT.
           EXIT.

      *    Recompte chaque copie avant d'écrire quoi que ce soit :
      *    une copie manquante ou dont le nombre d'enregistrements
      *    diffère du catalogue refuse toute la génération.

       PG-FILES-CHECK.

           DISPLAY"-------------------------------------------"
           DISPLAY "Génération " WS-GEN-NO " du "
           WS-SLOT-DATE(WS-GEN-SLOT) " à " WS-SLOT-TIME(WS-GEN-SLOT)
           " :".
           MOVE 1 TO WS-RF-IX.
           PERFORM PG-FILES-CHECK-ONE
           THRU    PG-FILES-CHECK-ONE-EXIT
           UNTIL   WS-RF-IX > WS-RF-COUNT.

           IF WS-REFUSED
               DISPLAY "Génération refusée : rien n'est restauré."
           END-IF.

       PG-FILES-CHECK-EXIT.
           EXIT.

       PG-FILES-CHECK-ONE.

           DISPLAY "  " WS-RF-NAME(WS-RF-IX) " "
           WS-RF-STATE(WS-RF-IX) " " WS-RF-RECS(WS-RF-IX)
           " enregistrement(s)".

           EVALUATE WS-RF-STATE(WS-RF-IX)
           WHEN "COPIE"
               MOVE WS-RF-COPY(WS-RF-IX) TO WS-SRC-NAME
               MOVE ZERO TO WS-REC-COUNT
               OPEN INPUT SRC-FILE
               IF WS-SRC-STATUS = "00"
                   SET WS-SRC-EOF TO FALSE
                   READ SRC-FILE
                       AT END SET WS-SRC-EOF TO TRUE
                   END-READ
                   PERFORM PG-COUNT-PASS
                   THRU    PG-COUNT-PASS-EXIT
                   UNTIL   WS-SRC-EOF
                   CLOSE SRC-FILE
                   IF WS-REC-COUNT NOT = WS-RF-RECS(WS-RF-IX)
                       DISPLAY "    copie "
                       FUNCTION TRIM(WS-RF-COPY(WS-RF-IX))
                       " altérée : " WS-REC-COUNT
                       " enregistrement(s) relu(s)."
                       SET WS-REFUSED TO TRUE
                   END-IF
               ELSE
                   DISPLAY "    copie "
                   FUNCTION TRIM(WS-RF-COPY(WS-RF-IX))
                   " introuvable."
                   SET WS-REFUSED TO TRUE
               END-IF
           WHEN "ABSENT"
               CONTINUE
           WHEN OTHER
               DISPLAY "    fichier non sauvegardé."
               SET WS-REFUSED TO TRUE
           END-EVALUATE.

           ADD 1 TO WS-RF-IX.

       PG-FILES-CHECK-ONE-EXIT.
           EXIT.

       PG-COUNT-PASS.

           ADD 1 TO WS-REC-COUNT.
           READ SRC-FILE
               AT END SET WS-SRC-EOF TO TRUE
           END-READ.

       PG-COUNT-PASS-EXIT.
           EXIT.

       PG-CONFIRM.

           DISPLAY"-------------------------------------------"
           DISPLAY "Les fichiers en place seront remplacés par"
           " ceux de la génération " WS-GEN-NO ".".
           MOVE SPACE TO WS-CONFIRM-INPUT.
           DISPLAY "Confirmer la restauration (O/N) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-CONFIRM-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-INPUT)
               TO WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = "O"
               DISPLAY "Restauration abandonnée."
               SET WS-REFUSED TO TRUE
           END-IF.

       PG-CONFIRM-EXIT.
           EXIT.

      *    Remet chaque fichier en place : copie ligne à ligne, ou
      *    rechargement du fichier indexé des comptes ; un fichier
      *    noté ABSENT à la sauvegarde est remis vide.

       PG-RESTORE-FILES.

           MOVE ZERO TO WS-DONE-CNT.
           MOVE ZERO TO WS-ERR-CNT.
           MOVE 1 TO WS-RF-IX.
           PERFORM PG-RESTORE-ONE
           THRU    PG-RESTORE-ONE-EXIT
           UNTIL   WS-RF-IX > WS-RF-COUNT.

       PG-RESTORE-FILES-EXIT.
           EXIT.

       PG-RESTORE-ONE.

           MOVE WS-RF-COPY(WS-RF-IX) TO WS-SRC-NAME.
           MOVE WS-RF-NAME(WS-RF-IX) TO WS-DST-NAME.
           MOVE ZERO TO WS-REC-COUNT.
           SET WS-FILE-ERR TO FALSE.

           IF WS-RF-NAME(WS-RF-IX) = "ACCOUNTS"
               PERFORM PG-LOAD-ACCOUNTS
               THRU    PG-LOAD-ACCOUNTS-EXIT
           ELSE
               PERFORM PG-LOAD-FLAT
               THRU    PG-LOAD-FLAT-EXIT
           END-IF.

           IF WS-FILE-ERR
               ADD 1 TO WS-ERR-CNT
               DISPLAY "  " WS-RF-NAME(WS-RF-IX)
               " EN ERREUR après " WS-REC-COUNT " enregistrement(s)"
           ELSE
               ADD 1 TO WS-DONE-CNT
               DISPLAY "  " WS-RF-NAME(WS-RF-IX) " remis en place : "
               WS-REC-COUNT " enregistrement(s)"
           END-IF.

           ADD 1 TO WS-RF-IX.

       PG-RESTORE-ONE-EXIT.
           EXIT.

       PG-LOAD-FLAT.

           OPEN OUTPUT DST-FILE.
           IF WS-DST-STATUS NOT = "00"
               SET WS-FILE-ERR TO TRUE
           ELSE
               IF WS-RF-STATE(WS-RF-IX) = "COPIE"
                   OPEN INPUT SRC-FILE
                   IF WS-SRC-STATUS NOT = "00"
                       SET WS-FILE-ERR TO TRUE
                   ELSE
                       SET WS-SRC-EOF TO FALSE
                       READ SRC-FILE
                           AT END SET WS-SRC-EOF TO TRUE
                       END-READ
                       PERFORM PG-LOAD-FLAT-PASS
                       THRU    PG-LOAD-FLAT-PASS-EXIT
                       UNTIL   WS-SRC-EOF
                       CLOSE SRC-FILE
                   END-IF
               END-IF
               CLOSE DST-FILE
           END-IF.

       PG-LOAD-FLAT-EXIT.
           EXIT.

       PG-LOAD-FLAT-PASS.

           WRITE DST-RECORD FROM SRC-RECORD.
           IF WS-DST-STATUS NOT = "00"
               SET WS-FILE-ERR TO TRUE
               SET WS-SRC-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REC-COUNT
               READ SRC-FILE
                   AT END SET WS-SRC-EOF TO TRUE
               END-READ
           END-IF.

       PG-LOAD-FLAT-PASS-EXIT.
           EXIT.

       PG-LOAD-ACCOUNTS.

           OPEN OUTPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               SET WS-FILE-ERR TO TRUE
           ELSE
               IF WS-RF-STATE(WS-RF-IX) = "COPIE"
                   OPEN INPUT SRC-FILE
                   IF WS-SRC-STATUS NOT = "00"
                       SET WS-FILE-ERR TO TRUE
                   ELSE
                       SET WS-SRC-EOF TO FALSE
                       READ SRC-FILE
                           AT END SET WS-SRC-EOF TO TRUE
                       END-READ
                       PERFORM PG-LOAD-ACCOUNTS-PASS
                       THRU    PG-LOAD-ACCOUNTS-PASS-EXIT
                       UNTIL   WS-SRC-EOF
                       CLOSE SRC-FILE
                   END-IF
               END-IF
               CLOSE ACCT-FILE
           END-IF.

       PG-LOAD-ACCOUNTS-EXIT.
           EXIT.

       PG-LOAD-ACCOUNTS-PASS.

           MOVE SRC-RECORD TO ACCT-RECORD.
           WRITE ACCT-RECORD
               INVALID KEY
                   SET WS-FILE-ERR TO TRUE
                   SET WS-SRC-EOF TO TRUE
           END-WRITE.
           IF NOT WS-FILE-ERR
               ADD 1 TO WS-REC-COUNT
               READ SRC-FILE
                   AT END SET WS-SRC-EOF TO TRUE
               END-READ
           END-IF.

       PG-LOAD-ACCOUNTS-PASS-EXIT.
           EXIT.

      *    Trace de la restauration au catalogue, en ajout : la
      *    génération remise en place, quand, par qui, combien de
      *    fichiers, et si elle s'est faite entière.

       PG-CAT-WRITE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           OPEN EXTEND CAT-FILE.
           IF WS-CAT-STATUS NOT = "00"
               OPEN OUTPUT CAT-FILE
           END-IF.
           MOVE SPACES TO BKC-RECORD.
           MOVE "RES" TO BKC-TAG.
           MOVE WS-GEN-NO TO BKC-GEN-NO.
           MOVE WS-GEN-SLOT TO BKC-SLOT.
           MOVE WS-DATE-DISPLAY(1:10) TO BKC-DATE.
           MOVE WS-TIME-DISPLAY TO BKC-TIME.
           MOVE WS-DONE-CNT TO BKC-COUNT.
           IF WS-ERR-CNT = 0
               MOVE "RESTAURE" TO BKC-STATE
           ELSE
               MOVE "PARTIEL" TO BKC-STATE
           END-IF.
           MOVE WS-OPERATOR-ID TO BKC-SUPER-ID.
           WRITE BKC-RECORD.
           CLOSE CAT-FILE.

       PG-CAT-WRITE-EXIT.
           EXIT.

       PG-STDIN-EOF-ABORT.

           SET WS-STDIN-EOF TO TRUE.
           DISPLAY"-------------------------------------------"
           DISPLAY "Entrée standard épuisée, arrêt du programme."
           DISPLAY"-------------------------------------------"
           STOP RUN.

           COPY GETDATE.

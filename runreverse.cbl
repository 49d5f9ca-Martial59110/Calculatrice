       IDENTIFICATION DIVISION.
       PROGRAM-ID. runreverse.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RUNREG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "CLOSEDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MVT-FILE ASSIGN TO "MOVEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT REVLOG-FILE ASSIGN TO "REVLOGWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVLOG-STATUS.
           SELECT REVMVT-FILE ASSIGN TO "REVMVTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVMVT-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAINNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier de référence des opérateurs : la même disposition
      *    que la calculatrice (code, nom, niveau, plafond). La
      *    contre-passation d'une passe est réservée au niveau
      *    superviseur.

       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPER-CODE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-NAME       PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LEVEL      PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LIMIT-TXT  PIC X(12).

      *    Registre des passes batch, tenu par runhello : lignes DEB
      *    et FIN de chaque passe. La contre-passation y ajoute une
      *    ligne ANN avec le superviseur qui l'a approuvée. La même
      *    disposition que l'écriture, pour que les deux s'accordent
      *    toujours.

       FD  RUNREG-FILE.
       01  RUNREG-RECORD.
           05  RREG-TAG        PIC X(3).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-RUN-NO     PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-DATE       PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-TIME       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-LUS        PIC 9(7).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-TRAITES    PIC 9(7).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-REJETES    PIC 9(7).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-SOMME      PIC -Z(14)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-SUPER-ID   PIC X(8).

      *    Fichier des journées closes, tenu par la clôture de
      *    journée : une journée close a son rapport chez le
      *    contrôleur, on n'y revient plus.

       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           05  CLS-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  CLS-TIME        PIC X(8).

       FD  LOG-FILE.
           COPY LOGREC.

       FD  MVT-FILE.
           COPY MVTREC.

      *    Fichiers de travail : les lignes du journal et les
      *    mouvements de la passe à contre-passer y sont mis de côté
      *    pendant le contrôle préalable, puis relus pour écrire les
      *    corrections en ajout aux fichiers d'origine.

       FD  REVLOG-FILE.
       01  REVLOG-RECORD PIC X(152).

       FD  REVMVT-FILE.
       01  REVMVT-RECORD PIC X(112).

      *    Compteur du scellement du journal : dernière séquence
      *    attribuée et valeur de contrôle de la dernière ligne
      *    écrite, poursuivi par chaque ligne de correction.

       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-LAST-SEQ  PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  CHAIN-LAST-VALUE PIC 9(9).

       FD  ACCT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CLNFLDS.
           COPY CHNFLDS.

       01  WS-OPER-STATUS PIC XX.
       01  WS-RUNREG-STATUS PIC XX.
       01  WS-CLOSE-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-REVLOG-STATUS PIC XX.
       01  WS-REVMVT-STATUS PIC XX.
       01  WS-CHAIN-STATUS PIC XX.
       01  WS-ACCT-STATUS PIC XX.
       01  WS-OPER-EOF-SW PIC X VALUE "N".
           88 WS-OPER-EOF VALUE "Y" FALSE "N".
       01  WS-RUNREG-EOF-SW PIC X VALUE "N".
           88 WS-RUNREG-EOF VALUE "Y" FALSE "N".
       01  WS-CLOSE-EOF-SW PIC X VALUE "N".
           88 WS-CLOSE-EOF VALUE "Y" FALSE "N".
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-MVT-EOF-SW PIC X VALUE "N".
           88 WS-MVT-EOF VALUE "Y" FALSE "N".
       01  WS-REVLOG-EOF-SW PIC X VALUE "N".
           88 WS-REVLOG-EOF VALUE "Y" FALSE "N".
       01  WS-REVMVT-EOF-SW PIC X VALUE "N".
           88 WS-REVMVT-EOF VALUE "Y" FALSE "N".
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 WS-CHAIN-EOF VALUE "Y" FALSE "N".
       01  WS-ACCT-FOUND-SW PIC X VALUE "N".
           88 WS-ACCT-FOUND VALUE "Y" FALSE "N".

      *    Signature du superviseur : validée contre OPERATORS,
      *    niveau "S" exigé — annuler une passe entière est un acte
      *    de tenue de caisse, pas de guichet.

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

      *    Passe demandée et ce que le registre en dit : ouverture,
      *    clôture normale, contre-passation déjà faite.

       01  WS-RUN-INPUT PIC X(6).
       01  WS-RUN-NO PIC 9(5) VALUE ZERO.
       01  WS-RUN-OK-SW PIC X VALUE "N".
           88 WS-RUN-OK VALUE "Y" FALSE "N".
       01  WS-RUN-DEB-SW PIC X VALUE "N".
           88 WS-RUN-DEB VALUE "Y" FALSE "N".
       01  WS-RUN-FIN-SW PIC X VALUE "N".
           88 WS-RUN-FIN VALUE "Y" FALSE "N".
       01  WS-RUN-ANN-SW PIC X VALUE "N".
           88 WS-RUN-ANN VALUE "Y" FALSE "N".
       01  WS-RUN-DEB-DATE PIC X(10).
       01  WS-RUN-DEB-TIME PIC X(8).
       01  WS-RUN-FIN-DATE PIC X(10).
       01  WS-RUN-ANN-DATE PIC X(10).
       01  WS-RUN-ANN-SUPER PIC X(8).

      *    Contrôle des journées closes : date cherchée et verdict.

       01  WS-CLOSED-CHECK-DATE PIC X(10).
       01  WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y" FALSE "N".

      *    Verdict du contrôle préalable : le moindre refus arrête
      *    le programme avant toute écriture.

       01  WS-REFUSED-SW PIC X VALUE "N".
           88 WS-REFUSED VALUE "Y" FALSE "N".
       01  WS-CONFIRM-INPUT PIC X.

      *    Décomptes de la contre-passation : lignes du journal et
      *    mouvements retrouvés puis contre-passés, somme des
      *    résultats annulés, mouvements laissés en l'état.

       01  WS-LOG-FOUND-CNT PIC 9(7) VALUE ZERO.
       01  WS-MVT-FOUND-CNT PIC 9(7) VALUE ZERO.
       01  WS-LOG-DONE-CNT PIC 9(7) VALUE ZERO.
       01  WS-MVT-DONE-CNT PIC 9(7) VALUE ZERO.
       01  WS-MVT-SKIP-CNT PIC 9(7) VALUE ZERO.
       01  WS-REV-SUM PIC S9(15)V99 VALUE ZERO.

      *    Valeurs de la ligne ou du mouvement d'origine, relues
      *    par NUMVAL depuis leur forme éditée.

       01  WS-ORIG-OP PIC X(2).
       01  WS-ORIG-O1 PIC S9(9)V9(4).
       01  WS-ORIG-RESULT PIC S9(9)V9(4).
       01  WS-ORIG-EFFECT PIC S9(9)V9(4).
       01  WS-ORIG-AMOUNT PIC S9(9)V9(4).
       01  WS-NEW-BALANCE PIC S9(9)V9(4).
       01  WS-OVERFLOW-SW PIC X VALUE "N".
           88 WS-OVERFLOW VALUE "Y" FALSE "N".

       01  WS-STDIN-EOF-SW PIC X VALUE "N".
           88 WS-STDIN-EOF VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           PERFORM 0000-ASK-RUN
           THRU    0000-ASK-RUN-EXIT.

           IF NOT WS-REFUSED
               PERFORM PG-RUNREG-SCAN
               THRU    PG-RUNREG-SCAN-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-CLOSED-DAYS
               THRU    PG-CLOSED-DAYS-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-LOG-SCAN
               THRU    PG-LOG-SCAN-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-MVT-SCAN
               THRU    PG-MVT-SCAN-EXIT
           END-IF.
           IF NOT WS-REFUSED
               PERFORM PG-CONFIRM
               THRU    PG-CONFIRM-EXIT
           END-IF.

           IF NOT WS-REFUSED
               PERFORM PG-LOG-REVERSE
               THRU    PG-LOG-REVERSE-EXIT
               PERFORM PG-MVT-REVERSE
               THRU    PG-MVT-REVERSE-EXIT
               PERFORM PG-RUNREG-WRITE
               THRU    PG-RUNREG-WRITE-EXIT
               DISPLAY"-------------------------------------------"
               DISPLAY "Passe " WS-RUN-NO " contre-passée : "
               WS-LOG-DONE-CNT " ligne(s) de journal, "
               WS-MVT-DONE-CNT " mouvement(s)."
               IF WS-MVT-SKIP-CNT > 0
                   DISPLAY WS-MVT-SKIP-CNT " mouvement(s) laissé(s)"
                   " en l'état, à reprendre à la main."
               END-IF
           END-IF.

           DISPLAY"-------------------------------------------"
           DISPLAY "Fin de la contre-passation."
           DISPLAY"-------------------------------------------".
           STOP RUN.

      *    Contre-passation supervisée d'une passe batch entière,
      *    quand le soumetteur a envoyé le mauvais fichier et qu'il
      *    a été posté : chaque ligne du journal estampillée du
      *    numéro de passe reçoit sa ligne de correction AN, chaque
      *    mouvement de compte de la passe est contre-passé au
      *    compte et au journal des mouvements, et le registre des
      *    passes garde la trace de qui a approuvé et quand. Refusée
      *    pour une passe inconnue, encore ouverte, déjà
      *    contre-passée, ou dont la journée est close.

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
               DISPLAY "Contre-passation ouverte par "
               FUNCTION TRIM(WS-SIGNON-NAME(WS-SIGNON-IX))
               DISPLAY"-------------------------------------------"
           ELSE
               ADD 1 TO WS-SIGNON-IX
           END-IF.

       PG-SIGN-ON-SEARCH-EXIT.
           EXIT.

      *    Numéro de la passe à contre-passer, tel que runregister
      *    l'affiche ; zéro pour renoncer.

       0000-ASK-RUN.

           SET WS-RUN-OK TO FALSE.
           PERFORM 0000-ASK-RUN-PROMPT
           THRU    0000-ASK-RUN-PROMPT-EXIT
           UNTIL   WS-RUN-OK.

           IF WS-RUN-NO = 0
               DISPLAY "Contre-passation abandonnée."
               SET WS-REFUSED TO TRUE
           END-IF.

       0000-ASK-RUN-EXIT.
           EXIT.

       0000-ASK-RUN-PROMPT.

           DISPLAY "Numéro de la passe à contre-passer (0 pour"
           " renoncer) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-RUN-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.

           IF FUNCTION TEST-NUMVAL(WS-RUN-INPUT) = 0
               IF FUNCTION NUMVAL(WS-RUN-INPUT) >= 0
               AND FUNCTION NUMVAL(WS-RUN-INPUT) <= 99999
               AND FUNCTION NUMVAL(WS-RUN-INPUT) =
                   FUNCTION INTEGER(FUNCTION NUMVAL(WS-RUN-INPUT))
                   MOVE FUNCTION NUMVAL(WS-RUN-INPUT) TO WS-RUN-NO
                   SET WS-RUN-OK TO TRUE
               END-IF
           END-IF.
           IF NOT WS-RUN-OK
               DISPLAY "Numéro de passe invalide."
           END-IF.

       0000-ASK-RUN-PROMPT-EXIT.
           EXIT.

      *    Relit le registre des passes pour la passe demandée :
      *    elle doit y avoir sa ligne DEB et sa ligne FIN, et pas
      *    encore de ligne ANN.

       PG-RUNREG-SCAN.

           OPEN INPUT RUNREG-FILE.
           IF WS-RUNREG-STATUS = "00"
               READ RUNREG-FILE
                   AT END SET WS-RUNREG-EOF TO TRUE
               END-READ
               PERFORM PG-RUNREG-SCAN-PASS
               THRU    PG-RUNREG-SCAN-PASS-EXIT
               UNTIL   WS-RUNREG-EOF
               CLOSE RUNREG-FILE
           END-IF.

           EVALUATE TRUE
           WHEN NOT WS-RUN-DEB
               DISPLAY"-------------------------------------------"
               DISPLAY "Passe " WS-RUN-NO " inconnue au registre :"
               " contre-passation refusée."
               SET WS-REFUSED TO TRUE
           WHEN WS-RUN-ANN
               DISPLAY"-------------------------------------------"
               DISPLAY "Passe " WS-RUN-NO " déjà contre-passée le "
               WS-RUN-ANN-DATE " par "
               FUNCTION TRIM(WS-RUN-ANN-SUPER)
               " : contre-passation refusée."
               SET WS-REFUSED TO TRUE
           WHEN NOT WS-RUN-FIN
               DISPLAY"-------------------------------------------"
               DISPLAY "Passe " WS-RUN-NO " encore ouverte (DEB"
               " sans FIN) : contre-passation refusée."
               SET WS-REFUSED TO TRUE
           END-EVALUATE.

       PG-RUNREG-SCAN-EXIT.
           EXIT.

       PG-RUNREG-SCAN-PASS.

           IF RREG-RUN-NO = WS-RUN-NO
               EVALUATE RREG-TAG
               WHEN "DEB"
                   SET WS-RUN-DEB TO TRUE
                   MOVE RREG-DATE TO WS-RUN-DEB-DATE
                   MOVE RREG-TIME TO WS-RUN-DEB-TIME
               WHEN "FIN"
                   SET WS-RUN-FIN TO TRUE
                   MOVE RREG-DATE TO WS-RUN-FIN-DATE
               WHEN "ANN"
                   SET WS-RUN-ANN TO TRUE
                   MOVE RREG-DATE TO WS-RUN-ANN-DATE
                   MOVE RREG-SUPER-ID TO WS-RUN-ANN-SUPER
               END-EVALUATE
           END-IF.

           READ RUNREG-FILE
               AT END SET WS-RUNREG-EOF TO TRUE
           END-READ.

       PG-RUNREG-SCAN-PASS-EXIT.
           EXIT.

      *    Ni la journée de la passe (ouverture ou clôture) ni celle
      *    d'aujourd'hui, où s'écrivent les corrections, ne doivent
      *    être closes : leur rapport est chez le contrôleur.

       PG-CLOSED-DAYS.

           MOVE WS-RUN-DEB-DATE TO WS-CLOSED-CHECK-DATE.
           PERFORM PG-CLOSED-CHECK
           THRU    PG-CLOSED-CHECK-EXIT.
           IF NOT WS-DAY-CLOSED
               MOVE WS-RUN-FIN-DATE TO WS-CLOSED-CHECK-DATE
               PERFORM PG-CLOSED-CHECK
               THRU    PG-CLOSED-CHECK-EXIT
           END-IF.
           IF WS-DAY-CLOSED
               DISPLAY"-------------------------------------------"
               DISPLAY "Journée du " WS-CLOSED-CHECK-DATE
               " close : contre-passation de la passe "
               WS-RUN-NO " refusée."
               SET WS-REFUSED TO TRUE
           ELSE
               MOVE WS-DATE-DISPLAY(1:10) TO WS-CLOSED-CHECK-DATE
               PERFORM PG-CLOSED-CHECK
               THRU    PG-CLOSED-CHECK-EXIT
               IF WS-DAY-CLOSED
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Journée du " WS-CLOSED-CHECK-DATE
                   " déjà close : aucune correction ne peut plus"
                   " y être écrite."
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF.

       PG-CLOSED-DAYS-EXIT.
           EXIT.

      *    Cherche la date demandée dans le fichier des journées
      *    closes ; sans fichier CLOSEDAYS, aucune journée n'est
      *    close.

       PG-CLOSED-CHECK.

           SET WS-DAY-CLOSED TO FALSE.
           SET WS-CLOSE-EOF TO FALSE.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS = "00"
               READ CLOSE-FILE
                   AT END SET WS-CLOSE-EOF TO TRUE
               END-READ
               PERFORM PG-CLOSED-CHECK-PASS
               THRU    PG-CLOSED-CHECK-PASS-EXIT
               UNTIL   WS-CLOSE-EOF
               CLOSE CLOSE-FILE
           END-IF.

       PG-CLOSED-CHECK-EXIT.
           EXIT.

       PG-CLOSED-CHECK-PASS.

           IF CLS-DATE = WS-CLOSED-CHECK-DATE
               SET WS-DAY-CLOSED TO TRUE
           END-IF.

           READ CLOSE-FILE
               AT END SET WS-CLOSE-EOF TO TRUE
           END-READ.

       PG-CLOSED-CHECK-PASS-EXIT.
           EXIT.

      *    Met de côté les lignes du journal estampillées du numéro
      *    de passe. Une ligne AN portant déjà ce numéro trahit une
      *    contre-passation interrompue : on n'en pose pas une
      *    seconde par-dessus.

       PG-LOG-SCAN.

           OPEN OUTPUT REVLOG-FILE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM PG-LOG-SCAN-PASS
               THRU    PG-LOG-SCAN-PASS-EXIT
               UNTIL   WS-LOG-EOF OR WS-REFUSED
               CLOSE LOG-FILE
           END-IF.
           CLOSE REVLOG-FILE.

       PG-LOG-SCAN-EXIT.
           EXIT.

       PG-LOG-SCAN-PASS.

           IF LOG-RUN-NO IS NUMERIC
           AND LOG-RUN-NO = WS-RUN-NO
               IF LOG-OPERATOR = "AN"
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Correction AN déjà présente au journal"
                   " pour la passe " WS-RUN-NO " (séquence "
                   LOG-SEQ-NO ") : contre-passation interrompue à"
                   " reprendre à la main, refusée."
                   SET WS-REFUSED TO TRUE
               ELSE
                   PERFORM PG-LOG-SCAN-LINE
                   THRU    PG-LOG-SCAN-LINE-EXIT
               END-IF
           END-IF.

           READ LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.

       PG-LOG-SCAN-PASS-EXIT.
           EXIT.

      *    Une ligne illisible ou dont l'effet ne tient pas dans les
      *    zones de calcul ne peut pas recevoir sa correction : la
      *    passe entière est refusée plutôt qu'à moitié annulée.

       PG-LOG-SCAN-LINE.

           SET WS-OVERFLOW TO FALSE.
           IF FUNCTION TEST-NUMVAL(LOG-OPERAND-1) NOT = 0
           OR FUNCTION TEST-NUMVAL(LOG-RESULT) NOT = 0
               SET WS-OVERFLOW TO TRUE
           ELSE
               COMPUTE WS-ORIG-O1 = FUNCTION NUMVAL(LOG-OPERAND-1)
               COMPUTE WS-ORIG-RESULT = FUNCTION NUMVAL(LOG-RESULT)
               COMPUTE WS-ORIG-EFFECT = WS-ORIG-RESULT - WS-ORIG-O1
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.

           IF WS-OVERFLOW
               DISPLAY"-------------------------------------------"
               DISPLAY "Ligne de journal illisible ou hors capacité"
               " (séquence " LOG-SEQ-NO ") : contre-passation"
               " refusée."
               SET WS-REFUSED TO TRUE
           ELSE
               WRITE REVLOG-RECORD FROM LOG-RECORD
               ADD 1 TO WS-LOG-FOUND-CNT
               ADD WS-ORIG-RESULT TO WS-REV-SUM
           END-IF.

       PG-LOG-SCAN-LINE-EXIT.
           EXIT.

      *    Met de côté les mouvements de comptes posés par la passe
      *    (la remise à zéro de l'arrêté n'en est jamais), puis
      *    s'assure que chaque compte mouvementé est toujours au
      *    fichier.

       PG-MVT-SCAN.

           OPEN OUTPUT REVMVT-FILE.
           OPEN INPUT MVT-FILE.
           IF WS-MVT-STATUS = "00"
               READ MVT-FILE
                   AT END SET WS-MVT-EOF TO TRUE
               END-READ
               PERFORM PG-MVT-SCAN-PASS
               THRU    PG-MVT-SCAN-PASS-EXIT
               UNTIL   WS-MVT-EOF OR WS-REFUSED
               CLOSE MVT-FILE
           END-IF.
           CLOSE REVMVT-FILE.

           IF NOT WS-REFUSED
           AND WS-LOG-FOUND-CNT = 0 AND WS-MVT-FOUND-CNT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Aucune ligne de journal ni aucun mouvement"
               " pour la passe " WS-RUN-NO " : rien à contre-passer."
               SET WS-REFUSED TO TRUE
           END-IF.

           IF NOT WS-REFUSED AND WS-MVT-FOUND-CNT > 0
               PERFORM PG-ACCT-CHECK
               THRU    PG-ACCT-CHECK-EXIT
           END-IF.

       PG-MVT-SCAN-EXIT.
           EXIT.

       PG-MVT-SCAN-PASS.

           IF MVT-RUN-NO IS NUMERIC
           AND MVT-RUN-NO = WS-RUN-NO
               EVALUATE TRUE
               WHEN MVT-TYPE = "AN"
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Mouvement AN déjà présent pour la passe "
                   WS-RUN-NO " (compte " FUNCTION TRIM(MVT-ACCT-CODE)
                   ") : contre-passation interrompue à reprendre à"
                   " la main, refusée."
                   SET WS-REFUSED TO TRUE
               WHEN MVT-TYPE = "AR"
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(MVT-AMOUNT) NOT = 0
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Mouvement illisible sur le compte "
                   FUNCTION TRIM(MVT-ACCT-CODE)
                   " : contre-passation refusée."
                   SET WS-REFUSED TO TRUE
               WHEN OTHER
                   WRITE REVMVT-RECORD FROM MVT-RECORD
                   ADD 1 TO WS-MVT-FOUND-CNT
               END-EVALUATE
           END-IF.

           READ MVT-FILE
               AT END SET WS-MVT-EOF TO TRUE
           END-READ.

       PG-MVT-SCAN-PASS-EXIT.
           EXIT.

      *    Relit les mouvements mis de côté contre le fichier des
      *    comptes : un compte disparu depuis la passe ne pourrait
      *    pas être contre-passé.

       PG-ACCT-CHECK.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY"-------------------------------------------"
               DISPLAY "Fichier ACCOUNTS indisponible (état "
               WS-ACCT-STATUS ") : contre-passation refusée."
               SET WS-REFUSED TO TRUE
           ELSE
               SET WS-REVMVT-EOF TO FALSE
               OPEN INPUT REVMVT-FILE
               READ REVMVT-FILE INTO MVT-RECORD
                   AT END SET WS-REVMVT-EOF TO TRUE
               END-READ
               PERFORM PG-ACCT-CHECK-PASS
               THRU    PG-ACCT-CHECK-PASS-EXIT
               UNTIL   WS-REVMVT-EOF OR WS-REFUSED
               CLOSE REVMVT-FILE
               CLOSE ACCT-FILE
           END-IF.

       PG-ACCT-CHECK-EXIT.
           EXIT.

       PG-ACCT-CHECK-PASS.

           SET WS-ACCT-FOUND TO TRUE.
           MOVE MVT-ACCT-CODE TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY SET WS-ACCT-FOUND TO FALSE
           END-READ.
           IF NOT WS-ACCT-FOUND
               DISPLAY"-------------------------------------------"
               DISPLAY "Compte " FUNCTION TRIM(MVT-ACCT-CODE)
               " introuvable : contre-passation refusée."
               SET WS-REFUSED TO TRUE
           END-IF.

           READ REVMVT-FILE INTO MVT-RECORD
               AT END SET WS-REVMVT-EOF TO TRUE
           END-READ.

       PG-ACCT-CHECK-PASS-EXIT.
           EXIT.

      *    Montre au superviseur ce qui va être annulé avant toute
      *    écriture.

       PG-CONFIRM.

           MOVE WS-REV-SUM TO WS-RESULT-CLEAN.
           DISPLAY"-------------------------------------------"
           DISPLAY "Passe " WS-RUN-NO " du " WS-RUN-DEB-DATE " "
           WS-RUN-DEB-TIME.
           DISPLAY "  " WS-LOG-FOUND-CNT " ligne(s) de journal, "
           "somme " FUNCTION TRIM(WS-RESULT-CLEAN).
           DISPLAY "  " WS-MVT-FOUND-CNT " mouvement(s) de compte.".
           DISPLAY"-------------------------------------------"

           MOVE SPACE TO WS-CONFIRM-INPUT.
           DISPLAY "Confirmer la contre-passation (O/N) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-CONFIRM-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-INPUT)
               TO WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = "O"
               DISPLAY "Contre-passation abandonnée."
               SET WS-REFUSED TO TRUE
           END-IF.

       PG-CONFIRM-EXIT.
           EXIT.

      *    Pose au journal une ligne de correction AN par ligne de la
      *    passe, selon la convention de la calculatrice : opérande 1
      *    le résultat de la ligne annulée, opérande 2 son effet
      *    (résultat moins opérande 1), résultat ramené à son
      *    opérande 1, symbole et résultat annulés en LOG-VOID-OP et
      *    LOG-VOID-AMT. La ligne garde le numéro de passe, le nom
      *    de taux et la devise de l'origine, porte le superviseur
      *    en opérateur, et est scellée à la suite de la chaîne.

       PG-LOG-REVERSE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.
           PERFORM PG-CHAIN-LOAD
           THRU    PG-CHAIN-LOAD-EXIT.

           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.
           SET WS-REVLOG-EOF TO FALSE.
           OPEN INPUT REVLOG-FILE.
           READ REVLOG-FILE INTO LOG-RECORD
               AT END SET WS-REVLOG-EOF TO TRUE
           END-READ.
           PERFORM PG-LOG-REVERSE-LINE
           THRU    PG-LOG-REVERSE-LINE-EXIT
           UNTIL   WS-REVLOG-EOF.
           CLOSE REVLOG-FILE.
           CLOSE LOG-FILE.

       PG-LOG-REVERSE-EXIT.
           EXIT.

       PG-LOG-REVERSE-LINE.

           MOVE LOG-OPERATOR TO WS-ORIG-OP.
           COMPUTE WS-ORIG-O1 = FUNCTION NUMVAL(LOG-OPERAND-1).
           COMPUTE WS-ORIG-RESULT = FUNCTION NUMVAL(LOG-RESULT).
           COMPUTE WS-ORIG-EFFECT = WS-ORIG-RESULT - WS-ORIG-O1.

           MOVE WS-DATE-DISPLAY(1:10) TO LOG-DATE.
           MOVE WS-TIME-DISPLAY       TO LOG-TIME.
           MOVE "AN"                  TO LOG-OPERATOR.
           MOVE WS-ORIG-RESULT        TO LOG-OPERAND-1.
           MOVE WS-ORIG-EFFECT        TO LOG-OPERAND-2.
           MOVE WS-ORIG-O1            TO LOG-RESULT.
           MOVE WS-OPERATOR-ID        TO LOG-OPERATOR-ID.
           MOVE ZERO                  TO LOG-SESSION.
           MOVE WS-ORIG-OP            TO LOG-VOID-OP.
           MOVE WS-ORIG-RESULT        TO LOG-VOID-AMT.
           MOVE SPACES                TO LOG-OVERRIDE-ID.
           PERFORM PG-CHAIN-STAMP
           THRU    PG-CHAIN-STAMP-EXIT.
           WRITE LOG-RECORD.
           ADD 1 TO WS-LOG-DONE-CNT.
           PERFORM PG-CHAIN-SAVE
           THRU    PG-CHAIN-SAVE-EXIT.

           READ REVLOG-FILE INTO LOG-RECORD
               AT END SET WS-REVLOG-EOF TO TRUE
           END-READ.

       PG-LOG-REVERSE-LINE-EXIT.
           EXIT.

      *    Contre-passe chaque mouvement de la passe : le montant
      *    d'origine est retiré du solde du compte, gelé ou non, et
      *    le journal des mouvements reçoit la ligne opposée (nature
      *    AN, même référence et même contrepartie, numéro de la
      *    passe annulée), signée du superviseur en session zéro.

       PG-MVT-REVERSE.

           IF WS-MVT-FOUND-CNT > 0
               OPEN I-O ACCT-FILE
               OPEN EXTEND MVT-FILE
               IF WS-MVT-STATUS NOT = "00"
                   OPEN OUTPUT MVT-FILE
               END-IF
               SET WS-REVMVT-EOF TO FALSE
               OPEN INPUT REVMVT-FILE
               READ REVMVT-FILE INTO MVT-RECORD
                   AT END SET WS-REVMVT-EOF TO TRUE
               END-READ
               PERFORM PG-MVT-REVERSE-LINE
               THRU    PG-MVT-REVERSE-LINE-EXIT
               UNTIL   WS-REVMVT-EOF
               CLOSE REVMVT-FILE
               CLOSE MVT-FILE
               CLOSE ACCT-FILE
           END-IF.

       PG-MVT-REVERSE-EXIT.
           EXIT.

       PG-MVT-REVERSE-LINE.

           COMPUTE WS-ORIG-AMOUNT = FUNCTION NUMVAL(MVT-AMOUNT).
           SET WS-ACCT-FOUND TO TRUE.
           MOVE MVT-ACCT-CODE TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY SET WS-ACCT-FOUND TO FALSE
           END-READ.

           SET WS-OVERFLOW TO FALSE.
           IF WS-ACCT-FOUND
               COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - WS-ORIG-AMOUNT
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.

           IF NOT WS-ACCT-FOUND OR WS-OVERFLOW
               DISPLAY "Compte " FUNCTION TRIM(MVT-ACCT-CODE)
               " : mouvement de " FUNCTION TRIM(MVT-AMOUNT)
               " non contre-passé."
               ADD 1 TO WS-MVT-SKIP-CNT
           ELSE
               MOVE WS-NEW-BALANCE TO ACCT-BALANCE
               MOVE WS-DATE-DISPLAY(1:10) TO ACCT-UPD-DATE
               MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME
               REWRITE ACCT-RECORD
               IF ACCT-BALANCE < 0
                   MOVE ACCT-BALANCE TO WS-RESULT-CLEAN
                   DISPLAY "Attention : compte "
                   FUNCTION TRIM(ACCT-CODE) " débiteur après"
                   " contre-passation (" FUNCTION TRIM(WS-RESULT-CLEAN)
                   ")."
               END-IF

               MOVE WS-DATE-DISPLAY(1:10) TO MVT-DATE
               MOVE WS-TIME-DISPLAY TO MVT-TIME
               MOVE ZERO TO MVT-SESSION
               MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
               COMPUTE WS-ORIG-AMOUNT = 0 - WS-ORIG-AMOUNT
               MOVE WS-ORIG-AMOUNT TO MVT-AMOUNT
               MOVE ACCT-BALANCE TO MVT-BALANCE
               MOVE "AN" TO MVT-TYPE
               WRITE MVT-RECORD
               ADD 1 TO WS-MVT-DONE-CNT
           END-IF.

           READ REVMVT-FILE INTO MVT-RECORD
               AT END SET WS-REVMVT-EOF TO TRUE
           END-READ.

       PG-MVT-REVERSE-LINE-EXIT.
           EXIT.

      *    Marque la passe contre-passée au registre : une ligne ANN
      *    avec l'horodatage, les lignes de journal (lus) et les
      *    mouvements (traités) contre-passés, les mouvements
      *    laissés en l'état (rejetés), la somme retirée et le
      *    superviseur qui a approuvé.

       PG-RUNREG-WRITE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           OPEN EXTEND RUNREG-FILE.
           IF WS-RUNREG-STATUS NOT = "00"
               OPEN OUTPUT RUNREG-FILE
           END-IF.
           MOVE SPACES TO RUNREG-RECORD.
           MOVE "ANN" TO RREG-TAG.
           MOVE WS-RUN-NO TO RREG-RUN-NO.
           MOVE WS-DATE-DISPLAY(1:10) TO RREG-DATE.
           MOVE WS-TIME-DISPLAY TO RREG-TIME.
           MOVE WS-LOG-DONE-CNT TO RREG-LUS.
           MOVE WS-MVT-DONE-CNT TO RREG-TRAITES.
           MOVE WS-MVT-SKIP-CNT TO RREG-REJETES.
           COMPUTE RREG-SOMME = 0 - WS-REV-SUM.
           MOVE WS-OPERATOR-ID TO RREG-SUPER-ID.
           WRITE RUNREG-RECORD.
           CLOSE RUNREG-FILE.

       PG-RUNREG-WRITE-EXIT.
           EXIT.

      *    Relit le compteur du scellement : dernière séquence
      *    attribuée et valeur de la dernière ligne scellée. Sans
      *    fichier CHAINNO, la chaîne part de zéro.

       PG-CHAIN-LOAD.

           MOVE ZERO TO WS-CHN-SEQ.
           MOVE ZERO TO WS-CHN-VALUE.
           SET WS-CHAIN-EOF TO FALSE.
           OPEN INPUT CHAIN-FILE.
           IF WS-CHAIN-STATUS = "00"
               READ CHAIN-FILE
                   AT END SET WS-CHAIN-EOF TO TRUE
               END-READ
               IF NOT WS-CHAIN-EOF
                   MOVE CHAIN-LAST-SEQ TO WS-CHN-SEQ
                   MOVE CHAIN-LAST-VALUE TO WS-CHN-VALUE
               END-IF
               CLOSE CHAIN-FILE
           END-IF.

       PG-CHAIN-LOAD-EXIT.
           EXIT.

      *    Reverse l'état courant de la chaîne dans le compteur
      *    après chaque ligne écrite.

       PG-CHAIN-SAVE.

           MOVE SPACES TO CHAIN-RECORD.
           MOVE WS-CHN-SEQ TO CHAIN-LAST-SEQ.
           MOVE WS-CHN-VALUE TO CHAIN-LAST-VALUE.
           OPEN OUTPUT CHAIN-FILE.
           WRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.

       PG-CHAIN-SAVE-EXIT.
           EXIT.

      *    Arrête proprement le programme quand un ACCEPT ne reçoit
      *    plus jamais de saisie (entrée standard épuisée).

       PG-STDIN-EOF-ABORT.

           SET WS-STDIN-EOF TO TRUE.
           DISPLAY"-------------------------------------------"
           DISPLAY "Entrée standard épuisée, arrêt du programme."
           DISPLAY"-------------------------------------------"
           STOP RUN.

           COPY GETDATE.
           COPY LOGCHAIN.

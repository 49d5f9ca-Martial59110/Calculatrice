       IDENTIFICATION DIVISION.
       PROGRAM-ID. runtill.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TILL-FILE ASSIGN TO "TILLCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-STATUS.
           SELECT PARM-FILE ASSIGN TO "TILLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TILLSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier de référence des opérateurs : la même disposition
      *    que la calculatrice (code, nom, niveau, plafond). Le
      *    caissier signe son propre comptage ; un manquant hors
      *    tolérance exige en plus la signature d'un superviseur.

       FD  OPER-FILE.
       01  OPER-RECORD.
           05  OPER-CODE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-NAME       PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LEVEL      PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LIMIT-TXT  PIC X(12).

       FD  LOG-FILE.
           COPY LOGREC.

      *    Comptages de caisse : une ligne par session comptée, en
      *    ajout — la clôture de journée y cherche chaque session du
      *    jour avant d'arrêter la journée.

       FD  TILL-FILE.
           COPY TILLREC.

      *    Paramètres du comptage, sur le modèle de BATCHPARM :
      *    première ligne, tolérance de manquant en montant (5,00 à
      *    défaut). Un manquant qui la dépasse se contresigne.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TOLERANCE  PIC X(12).

      *    Bordereau d'écart remis avec le tiroir : détail des
      *    coupures comptées, montant attendu, montant compté,
      *    écart et contreseing éventuel.

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CLNFLDS.

       01  WS-OPER-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-TILL-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-PRINT-STATUS PIC XX.
       01  WS-OPER-EOF-SW PIC X VALUE "N".
           88 WS-OPER-EOF VALUE "Y" FALSE "N".
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-TILL-EOF-SW PIC X VALUE "N".
           88 WS-TILL-EOF VALUE "Y" FALSE "N".

      *    Signature du caissier : validée contre OPERATORS, tout
      *    niveau admis — chacun compte son propre tiroir.

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPERATOR-NAME PIC X(30).
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

      *    Sessions du caissier dans le journal du jour : lignes du
      *    mode interactif seulement (numéro de passe à zéro, ou à
      *    blanc sur les lignes antérieures à ce numéro), le
      *    batch ne touchant pas au tiroir. Montant attendu calculé
      *    comme le total du rapport : résultats des lignes, moins
      *    le résultat annulé de chaque correction AN.

       01  WS-SESS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SESS-IX PIC 9(3).
       01  WS-SESS-USE PIC 9(3) VALUE ZERO.
       01  WS-SESS-OPEN PIC 9(3) VALUE ZERO.
       01  WS-SESS-FOUND-SW PIC X VALUE "N".
           88 WS-SESS-FOUND VALUE "Y" FALSE "N".
       01  WS-SESS-TABLE.
           05  WS-SESS-ENTRY OCCURS 50 TIMES.
               10  WS-SESS-NO PIC 9(5).
               10  WS-SESS-LINES PIC 9(5).
               10  WS-SESS-EXPECTED PIC S9(9)V9(4).
               10  WS-SESS-DONE-SW PIC X.
                   88 WS-SESS-DONE VALUE "Y" FALSE "N".
       01  WS-SESS-INPUT PIC X(5).
       01  WS-SESS-SEEK PIC 9(5).
       01  WS-LINE-VALUE PIC S9(9)V9(4).

      *    Coupures du tiroir, de la plus forte à la plus faible :
      *    le caissier saisit le nombre de billets ou de pièces de
      *    chacune, le comptage en fait le total.

       01  WS-DENOM-LIST.
           05  FILLER PIC 9(3)V99 VALUE 500.
           05  FILLER PIC 9(3)V99 VALUE 200.
           05  FILLER PIC 9(3)V99 VALUE 100.
           05  FILLER PIC 9(3)V99 VALUE 50.
           05  FILLER PIC 9(3)V99 VALUE 20.
           05  FILLER PIC 9(3)V99 VALUE 10.
           05  FILLER PIC 9(3)V99 VALUE 5.
           05  FILLER PIC 9(3)V99 VALUE 2.
           05  FILLER PIC 9(3)V99 VALUE 1.
           05  FILLER PIC 9(3)V99 VALUE 0.50.
           05  FILLER PIC 9(3)V99 VALUE 0.20.
           05  FILLER PIC 9(3)V99 VALUE 0.10.
           05  FILLER PIC 9(3)V99 VALUE 0.05.
           05  FILLER PIC 9(3)V99 VALUE 0.02.
           05  FILLER PIC 9(3)V99 VALUE 0.01.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-LIST.
           05  WS-DENOM-VALUE PIC 9(3)V99 OCCURS 15 TIMES.
       01  WS-DENOM-QTY-TABLE.
           05  WS-DENOM-QTY PIC 9(5) OCCURS 15 TIMES.
       01  WS-DENOM-IX PIC 9(2).
       01  WS-DENOM-SHOW PIC ZZ9.99.
       01  WS-QTY-INPUT PIC X(7).
       01  WS-QTY-OK-SW PIC X VALUE "N".
           88 WS-QTY-OK VALUE "Y" FALSE "N".
       01  WS-QTY-VALUE PIC S9(7)V9(4).

      *    Résultat du comptage : attendu, compté, écart (compté
      *    moins attendu, négatif pour un manquant) et tolérance.

       01  WS-EXPECTED PIC S9(9)V9(4) VALUE ZERO.
       01  WS-COUNTED PIC S9(9)V9(4) VALUE ZERO.
       01  WS-VARIANCE PIC S9(9)V9(4) VALUE ZERO.
       01  WS-TOLERANCE PIC 9(7)V99 VALUE 5.
       01  WS-PARM-VALUE PIC S9(7)V99.

      *    Contreseing d'un manquant hors tolérance : superviseur
      *    de niveau "S", autre que le caissier lui-même. Un code
      *    laissé blanc abandonne le comptage sans rien écrire.

       01  WS-SUPER-ID PIC X(8) VALUE SPACES.
       01  WS-SUPER-OK-SW PIC X VALUE "N".
           88 WS-SUPER-OK VALUE "Y" FALSE "N".
       01  WS-SUPER-QUIT-SW PIC X VALUE "N".
           88 WS-SUPER-QUIT VALUE "Y" FALSE "N".

      *    Bordereau d'écart.

       01  WS-PRINT-LINE PIC X(132).
       01  WS-PRT-HEAD-1.
           05  FILLER PIC X(45) VALUE
               "BORDEREAU DE COMPTAGE DE CAISSE".
       01  WS-PRT-HEAD-2.
           05  FILLER PIC X(11) VALUE "Edité le  ".
           05  PRT-H2-DATE PIC X(10).
           05  FILLER PIC X(4) VALUE " à ".
           05  PRT-H2-TIME PIC X(8).
       01  WS-PRT-OPER.
           05  FILLER PIC X(13) VALUE "CAISSIER   : ".
           05  PRT-O-ID PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-O-NAME PIC X(30).
       01  WS-PRT-SESS.
           05  FILLER PIC X(13) VALUE "SESSION    : ".
           05  PRT-S-NO PIC 9(5).
           05  FILLER PIC X(4) VALUE SPACES.
           05  PRT-S-LINES PIC ZZZZ9.
           05  FILLER PIC X(20) VALUE " ligne(s) au journal".
       01  WS-PRT-COLS.
           05  FILLER PIC X(10) VALUE "COUPURE   ".
           05  FILLER PIC X(8)  VALUE "  NOMBRE".
           05  FILLER PIC X(19) VALUE "            MONTANT".
       01  WS-PRT-DENOM.
           05  PRT-D-VALUE PIC ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  PRT-D-QTY PIC ZZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-D-AMT PIC -Z(8)9.9999.
       01  WS-PRT-AMOUNT.
           05  PRT-A-LABEL PIC X(13).
           05  PRT-A-VALUE PIC -Z(8)9.9999.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-A-NOTE PIC X(30).
       01  WS-PRT-SUPER.
           05  FILLER PIC X(13) VALUE "CONTRESEING: ".
           05  PRT-SU-ID PIC X(8).

       01  WS-STDIN-EOF-SW PIC X VALUE "N".
           88 WS-STDIN-EOF VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           PERFORM 0000-SESSION-SELECT
           THRU    0000-SESSION-SELECT-EXIT.

           PERFORM 0000-COUNT-ENTRY
           THRU    0000-COUNT-ENTRY-EXIT.

           PERFORM 0000-VARIANCE-CHECK
           THRU    0000-VARIANCE-CHECK-EXIT.

           PERFORM 0000-TILL-WRITE
           THRU    0000-TILL-WRITE-EXIT.

           STOP RUN.

      *    Comptage de caisse en fin de session : le caissier signe,
      *    choisit sa session du jour, saisit le nombre de chaque
      *    coupure du tiroir, et le total est rapproché de ce que le
      *    journal dit que la session devrait contenir. L'écart est
      *    consigné dans TILLCOUNT avec le numéro de session et un
      *    bordereau est imprimé ; la clôture de journée refuse de
      *    s'arrêter tant qu'une session du jour n'est pas comptée.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Comptage de caisse du "
           WS-DATE-DISPLAY(1:10) " à " WS-TIME-DISPLAY "."
           DISPLAY"-------------------------------------------".

           PERFORM PG-TILL-PARM
           THRU    PG-TILL-PARM-EXIT.

           PERFORM PG-SIGN-ON
           THRU    PG-SIGN-ON-EXIT.

       0000-INITIALIZE-EXIT.
           EXIT.

      *    Tolérance de manquant : lue dans TILLPARM si le fichier
      *    est présent et porte un montant utilisable, sinon la
      *    valeur d'atelier (5,00) s'applique.

       PG-TILL-PARM.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF FUNCTION TEST-NUMVAL(PARM-TOLERANCE) = 0
                   COMPUTE WS-PARM-VALUE =
                       FUNCTION NUMVAL(PARM-TOLERANCE)
                   IF WS-PARM-VALUE NOT < 0
                       MOVE WS-PARM-VALUE TO WS-TOLERANCE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

       PG-TILL-PARM-EXIT.
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

           DISPLAY "Code opérateur ?"
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
               DISPLAY "Code opérateur inconnu."
           END-IF.

       PG-SIGN-ON-PROMPT-EXIT.
           EXIT.

       PG-SIGN-ON-SEARCH.

           IF WS-SIGNON-CODE(WS-SIGNON-IX) = WS-OPID-INPUT
           AND WS-OPID-INPUT NOT = SPACES
               MOVE WS-OPID-INPUT TO WS-OPERATOR-ID
               MOVE WS-SIGNON-NAME(WS-SIGNON-IX) TO WS-OPERATOR-NAME
               SET WS-SIGNON-OK TO TRUE
               DISPLAY"-------------------------------------------"
               DISPLAY "Comptage de caisse ouvert par "
               FUNCTION TRIM(WS-SIGNON-NAME(WS-SIGNON-IX))
               DISPLAY"-------------------------------------------"
           ELSE
               ADD 1 TO WS-SIGNON-IX
           END-IF.

       PG-SIGN-ON-SEARCH-EXIT.
           EXIT.

      *    Relève les sessions du caissier dans le journal du jour,
      *    écarte celles déjà comptées, et retient la session à
      *    compter : d'office s'il n'en reste qu'une, sinon au choix
      *    du caissier parmi la liste affichée.

       0000-SESSION-SELECT.

           PERFORM PG-SESSION-LOAD
           THRU    PG-SESSION-LOAD-EXIT.

           PERFORM PG-SESSION-DONE-LOAD
           THRU    PG-SESSION-DONE-LOAD-EXIT.

           MOVE ZERO TO WS-SESS-OPEN.
           MOVE 1 TO WS-SESS-IX.
           PERFORM PG-SESSION-OPEN-COUNT
           THRU    PG-SESSION-OPEN-COUNT-EXIT
           UNTIL   WS-SESS-IX > WS-SESS-COUNT.

           IF WS-SESS-OPEN = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Aucune session à compter pour "
               FUNCTION TRIM(WS-OPERATOR-ID) " le "
               WS-DATE-DISPLAY(1:10) "."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           IF WS-SESS-OPEN > 1
               DISPLAY "Sessions du jour restant à compter :"
               MOVE 1 TO WS-SESS-IX
               PERFORM PG-SESSION-SHOW
               THRU    PG-SESSION-SHOW-EXIT
               UNTIL   WS-SESS-IX > WS-SESS-COUNT
               MOVE ZERO TO WS-SESS-USE
               PERFORM PG-SESSION-PROMPT
               THRU    PG-SESSION-PROMPT-EXIT
               UNTIL   WS-SESS-USE > 0
           END-IF.

           MOVE WS-SESS-EXPECTED(WS-SESS-USE) TO WS-EXPECTED.
           MOVE WS-EXPECTED TO WS-RESULT-CLEAN.
           DISPLAY "Session " WS-SESS-NO(WS-SESS-USE)
           " : montant attendu " WS-RESULT-CLEAN.

       0000-SESSION-SELECT-EXIT.
           EXIT.

       PG-SESSION-LOAD.

           SET WS-LOG-EOF TO FALSE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM PG-SESSION-LOAD-PASS
               THRU    PG-SESSION-LOAD-PASS-EXIT
               UNTIL   WS-LOG-EOF
               CLOSE LOG-FILE
           END-IF.

       PG-SESSION-LOAD-EXIT.
           EXIT.

       PG-SESSION-LOAD-PASS.

           IF LOG-DATE = WS-DATE-DISPLAY(1:10)
           AND LOG-OPERATOR-ID = WS-OPERATOR-ID
           AND (LOG-RUN-NO IS NOT NUMERIC OR LOG-RUN-NO = ZERO)
               MOVE LOG-SESSION TO WS-SESS-SEEK
               PERFORM PG-SESSION-FIND
               THRU    PG-SESSION-FIND-EXIT
               IF NOT WS-SESS-FOUND AND WS-SESS-COUNT < 50
                   ADD 1 TO WS-SESS-COUNT
                   MOVE WS-SESS-COUNT TO WS-SESS-USE
                   MOVE LOG-SESSION TO WS-SESS-NO(WS-SESS-USE)
                   MOVE ZERO TO WS-SESS-LINES(WS-SESS-USE)
                   MOVE ZERO TO WS-SESS-EXPECTED(WS-SESS-USE)
                   SET WS-SESS-DONE(WS-SESS-USE) TO FALSE
                   SET WS-SESS-FOUND TO TRUE
               END-IF
               IF WS-SESS-FOUND
                   PERFORM PG-SESSION-ACCUMULATE
                   THRU    PG-SESSION-ACCUMULATE-EXIT
               END-IF
           END-IF.

           READ LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.

       PG-SESSION-LOAD-PASS-EXIT.
           EXIT.

      *    Une correction AN n'entre pas elle-même au total : elle
      *    en retire le résultat de la ligne qu'elle annule, comme
      *    le rapport solde la paire erreur/correction.

       PG-SESSION-ACCUMULATE.

           ADD 1 TO WS-SESS-LINES(WS-SESS-USE).
           IF LOG-OPERATOR = "AN"
               IF FUNCTION TEST-NUMVAL(LOG-VOID-AMT) = 0
                   COMPUTE WS-LINE-VALUE =
                       FUNCTION NUMVAL(LOG-VOID-AMT)
                   SUBTRACT WS-LINE-VALUE
                       FROM WS-SESS-EXPECTED(WS-SESS-USE)
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(LOG-RESULT) = 0
                   COMPUTE WS-LINE-VALUE =
                       FUNCTION NUMVAL(LOG-RESULT)
                   ADD WS-LINE-VALUE
                       TO WS-SESS-EXPECTED(WS-SESS-USE)
               END-IF
           END-IF.

       PG-SESSION-ACCUMULATE-EXIT.
           EXIT.

      *    Cherche WS-SESS-SEEK dans la table des sessions ; rend
      *    WS-SESS-FOUND et, si trouvée, son rang dans WS-SESS-USE.

       PG-SESSION-FIND.

           SET WS-SESS-FOUND TO FALSE.
           MOVE 1 TO WS-SESS-IX.
           PERFORM PG-SESSION-FIND-PASS
           THRU    PG-SESSION-FIND-PASS-EXIT
           UNTIL   WS-SESS-FOUND OR WS-SESS-IX > WS-SESS-COUNT.

       PG-SESSION-FIND-EXIT.
           EXIT.

       PG-SESSION-FIND-PASS.

           IF WS-SESS-NO(WS-SESS-IX) = WS-SESS-SEEK
               MOVE WS-SESS-IX TO WS-SESS-USE
               SET WS-SESS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SESS-IX
           END-IF.

       PG-SESSION-FIND-PASS-EXIT.
           EXIT.

      *    Marque les sessions déjà comptées ce jour dans TILLCOUNT :
      *    une session ne se compte qu'une fois.

       PG-SESSION-DONE-LOAD.

           SET WS-TILL-EOF TO FALSE.
           OPEN INPUT TILL-FILE.
           IF WS-TILL-STATUS = "00"
               READ TILL-FILE
                   AT END SET WS-TILL-EOF TO TRUE
               END-READ
               PERFORM PG-SESSION-DONE-PASS
               THRU    PG-SESSION-DONE-PASS-EXIT
               UNTIL   WS-TILL-EOF
               CLOSE TILL-FILE
           END-IF.

       PG-SESSION-DONE-LOAD-EXIT.
           EXIT.

       PG-SESSION-DONE-PASS.

           IF TILL-DATE = WS-DATE-DISPLAY(1:10)
           AND TILL-OPERATOR-ID = WS-OPERATOR-ID
               MOVE TILL-SESSION TO WS-SESS-SEEK
               PERFORM PG-SESSION-FIND
               THRU    PG-SESSION-FIND-EXIT
               IF WS-SESS-FOUND
                   SET WS-SESS-DONE(WS-SESS-USE) TO TRUE
               END-IF
           END-IF.

           READ TILL-FILE
               AT END SET WS-TILL-EOF TO TRUE
           END-READ.

       PG-SESSION-DONE-PASS-EXIT.
           EXIT.

       PG-SESSION-OPEN-COUNT.

           IF NOT WS-SESS-DONE(WS-SESS-IX)
               ADD 1 TO WS-SESS-OPEN
               MOVE WS-SESS-IX TO WS-SESS-USE
           END-IF.
           ADD 1 TO WS-SESS-IX.

       PG-SESSION-OPEN-COUNT-EXIT.
           EXIT.

       PG-SESSION-SHOW.

           IF NOT WS-SESS-DONE(WS-SESS-IX)
               DISPLAY "  session " WS-SESS-NO(WS-SESS-IX)
               " - " WS-SESS-LINES(WS-SESS-IX) " ligne(s)"
           END-IF.
           ADD 1 TO WS-SESS-IX.

       PG-SESSION-SHOW-EXIT.
           EXIT.

       PG-SESSION-PROMPT.

           DISPLAY "Numéro de session à compter ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-SESS-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.

           SET WS-SESS-FOUND TO FALSE.
           IF FUNCTION TEST-NUMVAL(WS-SESS-INPUT) = 0
               COMPUTE WS-SESS-SEEK = FUNCTION NUMVAL(WS-SESS-INPUT)
               PERFORM PG-SESSION-FIND
               THRU    PG-SESSION-FIND-EXIT
           END-IF.
           IF NOT WS-SESS-FOUND OR WS-SESS-DONE(WS-SESS-USE)
               MOVE ZERO TO WS-SESS-USE
               DISPLAY "Session inconnue ou déjà comptée."
           END-IF.

       PG-SESSION-PROMPT-EXIT.
           EXIT.

      *    Saisie du tiroir, coupure par coupure : un nombre entier
      *    positif ou nul, ressaisi tant qu'il n'est pas valable.

       0000-COUNT-ENTRY.

           DISPLAY"-------------------------------------------"
           DISPLAY "Nombre de billets ou pièces par coupure :"
           MOVE ZERO TO WS-COUNTED.
           MOVE 1 TO WS-DENOM-IX.
           PERFORM PG-DENOM-ENTRY
           THRU    PG-DENOM-ENTRY-EXIT
           UNTIL   WS-DENOM-IX > 15.

           COMPUTE WS-VARIANCE = WS-COUNTED - WS-EXPECTED.

       0000-COUNT-ENTRY-EXIT.
           EXIT.

       PG-DENOM-ENTRY.

           SET WS-QTY-OK TO FALSE.
           PERFORM PG-DENOM-PROMPT
           THRU    PG-DENOM-PROMPT-EXIT
           UNTIL   WS-QTY-OK.

           COMPUTE WS-COUNTED = WS-COUNTED
               + WS-DENOM-VALUE(WS-DENOM-IX)
               * WS-DENOM-QTY(WS-DENOM-IX).
           ADD 1 TO WS-DENOM-IX.

       PG-DENOM-ENTRY-EXIT.
           EXIT.

       PG-DENOM-PROMPT.

           MOVE WS-DENOM-VALUE(WS-DENOM-IX) TO WS-DENOM-SHOW.
           DISPLAY "  " WS-DENOM-SHOW " ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-QTY-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.

      *    Une réponse blanche vaut zéro : la coupure est absente
      *    du tiroir.

           IF WS-QTY-INPUT = SPACES
               MOVE ZERO TO WS-DENOM-QTY(WS-DENOM-IX)
               SET WS-QTY-OK TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-QTY-INPUT) = 0
                   COMPUTE WS-QTY-VALUE =
                       FUNCTION NUMVAL(WS-QTY-INPUT)
                   IF WS-QTY-VALUE NOT < 0
                   AND WS-QTY-VALUE < 100000
                   AND WS-QTY-VALUE = FUNCTION INTEGER(WS-QTY-VALUE)
                       MOVE WS-QTY-VALUE TO WS-DENOM-QTY(WS-DENOM-IX)
                       SET WS-QTY-OK TO TRUE
                   END-IF
               END-IF
               IF NOT WS-QTY-OK
                   DISPLAY "Nombre entier positif attendu."
               END-IF
           END-IF.

       PG-DENOM-PROMPT-EXIT.
           EXIT.

      *    Un manquant au-delà de la tolérance ne s'enregistre que
      *    contresigné par un superviseur ; un excédent ou un écart
      *    dans la tolérance s'enregistre sur la seule signature du
      *    caissier.

       0000-VARIANCE-CHECK.

           MOVE WS-COUNTED TO WS-RESULT-CLEAN.
           DISPLAY"-------------------------------------------"
           DISPLAY "Montant compté  : " WS-RESULT-CLEAN.
           MOVE WS-VARIANCE TO WS-RESULT-CLEAN.
           DISPLAY "Ecart           : " WS-RESULT-CLEAN.

           IF WS-VARIANCE < 0
           AND (0 - WS-VARIANCE) > WS-TOLERANCE
               DISPLAY "Manquant hors tolérance : contreseing d'un"
               " superviseur exigé (blanc pour abandonner)."
               SET WS-SUPER-OK TO FALSE
               SET WS-SUPER-QUIT TO FALSE
               PERFORM PG-SUPER-PROMPT
               THRU    PG-SUPER-PROMPT-EXIT
               UNTIL   WS-SUPER-OK OR WS-SUPER-QUIT
               IF WS-SUPER-QUIT
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Comptage abandonné, rien n'est consigné."
                   DISPLAY"-------------------------------------------"
                   STOP RUN
               END-IF
           END-IF.

       0000-VARIANCE-CHECK-EXIT.
           EXIT.

       PG-SUPER-PROMPT.

           DISPLAY "Code superviseur ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-OPID-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-OPID-INPUT) TO WS-OPID-INPUT.

           EVALUATE TRUE
           WHEN WS-OPID-INPUT = SPACES
               SET WS-SUPER-QUIT TO TRUE
           WHEN WS-OPID-INPUT = WS-OPERATOR-ID
               DISPLAY "Le caissier ne contresigne pas son propre"
               " manquant."
           WHEN OTHER
               MOVE 1 TO WS-SIGNON-IX
               PERFORM PG-SUPER-SEARCH
               THRU    PG-SUPER-SEARCH-EXIT
               UNTIL   WS-SUPER-OK OR WS-SIGNON-IX > WS-SIGNON-COUNT
               IF NOT WS-SUPER-OK
                   DISPLAY "Code inconnu ou non superviseur."
               END-IF
           END-EVALUATE.

       PG-SUPER-PROMPT-EXIT.
           EXIT.

       PG-SUPER-SEARCH.

           IF WS-SIGNON-CODE(WS-SIGNON-IX) = WS-OPID-INPUT
           AND WS-SIGNON-LEVEL(WS-SIGNON-IX) = "S"
               MOVE WS-OPID-INPUT TO WS-SUPER-ID
               SET WS-SUPER-OK TO TRUE
               DISPLAY "Manquant contresigné par "
               FUNCTION TRIM(WS-SIGNON-NAME(WS-SIGNON-IX))
           ELSE
               ADD 1 TO WS-SIGNON-IX
           END-IF.

       PG-SUPER-SEARCH-EXIT.
           EXIT.

      *    Consigne le comptage dans TILLCOUNT, en ajout — jamais
      *    d'effacement —, puis imprime le bordereau d'écart.

       0000-TILL-WRITE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           OPEN EXTEND TILL-FILE.
           IF WS-TILL-STATUS NOT = "00"
               OPEN OUTPUT TILL-FILE
           END-IF.
           MOVE SPACES TO TILL-RECORD.
           MOVE WS-DATE-DISPLAY(1:10) TO TILL-DATE.
           MOVE WS-TIME-DISPLAY TO TILL-TIME.
           MOVE WS-OPERATOR-ID TO TILL-OPERATOR-ID.
           MOVE WS-SESS-NO(WS-SESS-USE) TO TILL-SESSION.
           MOVE WS-EXPECTED TO TILL-EXPECTED.
           MOVE WS-COUNTED TO TILL-COUNTED.
           MOVE WS-VARIANCE TO TILL-VARIANCE.
           MOVE WS-SUPER-ID TO TILL-SUPER-ID.
           WRITE TILL-RECORD.
           CLOSE TILL-FILE.

           PERFORM PG-SLIP-PRINT
           THRU    PG-SLIP-PRINT-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Session " WS-SESS-NO(WS-SESS-USE)
           " comptée, bordereau imprimé dans TILLSLIP."
           DISPLAY"-------------------------------------------".

       0000-TILL-WRITE-EXIT.
           EXIT.

      *    Bordereau d'écart : entête titrée, caissier et session,
      *    détail des coupures présentes au tiroir, puis attendu,
      *    compté, écart qualifié et contreseing. Toutes les
      *    écritures avancent explicitement d'une ligne, comme à
      *    l'état du rapport.

       PG-SLIP-PRINT.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = "00"
               PERFORM PG-SLIP-BODY
               THRU    PG-SLIP-BODY-EXIT
               CLOSE PRINT-FILE
           ELSE
               DISPLAY "Fichier TILLSLIP indisponible (état "
               WS-PRINT-STATUS ") : bordereau non imprimé."
           END-IF.

       PG-SLIP-PRINT-EXIT.
           EXIT.

       PG-SLIP-BODY.

           WRITE PRINT-RECORD FROM WS-PRT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE WS-DATE-DISPLAY(1:10) TO PRT-H2-DATE.
           MOVE WS-TIME-DISPLAY TO PRT-H2-TIME.
           MOVE WS-PRT-HEAD-2 TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.

           MOVE WS-OPERATOR-ID TO PRT-O-ID.
           MOVE WS-OPERATOR-NAME TO PRT-O-NAME.
           MOVE WS-PRT-OPER TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE WS-SESS-NO(WS-SESS-USE) TO PRT-S-NO.
           MOVE WS-SESS-LINES(WS-SESS-USE) TO PRT-S-LINES.
           MOVE WS-PRT-SESS TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.

           MOVE WS-PRT-COLS TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE 1 TO WS-DENOM-IX.
           PERFORM PG-SLIP-DENOM
           THRU    PG-SLIP-DENOM-EXIT
           UNTIL   WS-DENOM-IX > 15.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.

           MOVE SPACES TO WS-PRT-AMOUNT.
           MOVE "ATTENDU    : " TO PRT-A-LABEL.
           MOVE WS-EXPECTED TO PRT-A-VALUE.
           MOVE WS-PRT-AMOUNT TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE SPACES TO WS-PRT-AMOUNT.
           MOVE "COMPTE     : " TO PRT-A-LABEL.
           MOVE WS-COUNTED TO PRT-A-VALUE.
           MOVE WS-PRT-AMOUNT TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.
           MOVE SPACES TO WS-PRT-AMOUNT.
           MOVE "ECART      : " TO PRT-A-LABEL.
           MOVE WS-VARIANCE TO PRT-A-VALUE.
           EVALUATE TRUE
           WHEN WS-VARIANCE = 0
               MOVE "CAISSE JUSTE" TO PRT-A-NOTE
           WHEN WS-VARIANCE > 0
               MOVE "EXCEDENT" TO PRT-A-NOTE
           WHEN WS-SUPER-ID NOT = SPACES
               MOVE "MANQUANT HORS TOLERANCE" TO PRT-A-NOTE
           WHEN OTHER
               MOVE "MANQUANT DANS LA TOLERANCE" TO PRT-A-NOTE
           END-EVALUATE.
           MOVE WS-PRT-AMOUNT TO WS-PRINT-LINE.
           PERFORM PG-SLIP-WRITE
           THRU    PG-SLIP-WRITE-EXIT.

           IF WS-SUPER-ID NOT = SPACES
               MOVE WS-SUPER-ID TO PRT-SU-ID
               MOVE WS-PRT-SUPER TO WS-PRINT-LINE
               PERFORM PG-SLIP-WRITE
               THRU    PG-SLIP-WRITE-EXIT
           END-IF.

       PG-SLIP-BODY-EXIT.
           EXIT.

       PG-SLIP-DENOM.

           IF WS-DENOM-QTY(WS-DENOM-IX) > 0
               MOVE SPACES TO WS-PRT-DENOM
               MOVE WS-DENOM-VALUE(WS-DENOM-IX) TO PRT-D-VALUE
               MOVE WS-DENOM-QTY(WS-DENOM-IX) TO PRT-D-QTY
               COMPUTE PRT-D-AMT = WS-DENOM-VALUE(WS-DENOM-IX)
                   * WS-DENOM-QTY(WS-DENOM-IX)
               MOVE WS-PRT-DENOM TO WS-PRINT-LINE
               PERFORM PG-SLIP-WRITE
               THRU    PG-SLIP-WRITE-EXIT
           END-IF.
           ADD 1 TO WS-DENOM-IX.

       PG-SLIP-DENOM-EXIT.
           EXIT.

       PG-SLIP-WRITE.

           WRITE PRINT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING).

       PG-SLIP-WRITE-EXIT.
           EXIT.

       PG-STDIN-EOF-ABORT.

           SET WS-STDIN-EOF TO TRUE.
           DISPLAY"-------------------------------------------"
           DISPLAY "Entrée standard épuisée, arrêt du programme."
           DISPLAY"-------------------------------------------"
           STOP RUN.

           COPY GETDATE.

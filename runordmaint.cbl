       IDENTIFICATION DIVISION.
       PROGRAM-ID. runordmaint.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier des ordres permanents : une ligne par ordre avec
      *    la transaction qu'il émet, sa fréquence, ses dates et son
      *    état. Un ordre terminé reste au fichier pour la trace.

       FD  ORD-FILE.
           COPY ORDREC.

      *    Fichier de référence des opérateurs : la même disposition
      *    que la calculatrice (code, nom, niveau, plafond). La
      *    maintenance des ordres permanents est réservée au niveau
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

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-ORD-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-ORD-EOF-SW PIC X VALUE "N".
           88 WS-ORD-EOF VALUE "Y" FALSE "N".
       01  WS-OPER-EOF-SW PIC X VALUE "N".
           88 WS-OPER-EOF VALUE "Y" FALSE "N".

      *    Signature du superviseur : validée contre OPERATORS,
      *    niveau "S" exigé — un ordre permanent émet des écritures
      *    sans saisie, il ne se pose pas depuis un guichet.

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

      *    Ordres en mémoire le temps de la maintenance : chaque
      *    modification récrit le fichier en entier, comme le
      *    recyclage récrit son report.

       01  WS-ORD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ORD-IX PIC 9(3).
       01  WS-ORD-USE PIC 9(3).
       01  WS-ORD-FOUND-SW PIC X VALUE "N".
           88 WS-ORD-FOUND VALUE "Y" FALSE "N".
       01  WS-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y" FALSE "N".
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 200 TIMES PIC X(110).

      *    Boucle du menu : A ajoute un ordre, S le suspend, R le
      *    reprend, T le termine, L liste le fichier, F rend la
      *    main.

       01  WS-MENU-INPUT PIC X.
       01  WS-MENU-DONE-SW PIC X VALUE "N".
           88 WS-MENU-DONE VALUE "Y" FALSE "N".

      *    Saisies de l'ajout : référence, transaction, fréquence et
      *    dates européennes converties en clés AAAAMMJJ. Les
      *    montants sont contrôlés par TEST-NUMVAL puis ramenés au
      *    format des opérandes de TRANSIN.

       01  WS-REF-INPUT PIC X(8).
       01  WS-TYPE-INPUT PIC X.
       01  WS-OPER-INPUT PIC X.
       01  WS-NUM-INPUT PIC X(15).
       01  WS-NUM-VALUE PIC S9(9)V99.
       01  WS-NAME-INPUT PIC X(8).
       01  WS-ACCT-INPUT PIC X(12).
       01  WS-FREQ-INPUT PIC X.
       01  WS-DATE-INPUT PIC X(10).
       01  WS-DATE-KEY PIC X(8).
       01  WS-DATE-NUM PIC 9(8).
       01  WS-START-KEY PIC X(8).
       01  WS-END-KEY PIC X(8).
       01  WS-TODAY-KEY PIC X(8).
       01  WS-DATE-BLANK-OK-SW PIC X VALUE "N".
           88 WS-DATE-BLANK-OK VALUE "Y" FALSE "N".
       01  WS-INPUT-OK-SW PIC X VALUE "N".
           88 WS-INPUT-OK VALUE "Y" FALSE "N".
       01  WS-DATE-SHOW PIC X(10).
       01  WS-STATE-SHOW PIC X(9).
       01  WS-LAST-SHOW PIC X(10).
       01  WS-END-SHOW PIC X(10).

       01  WS-STDIN-EOF-SW PIC X VALUE "N".
           88 WS-STDIN-EOF VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           PERFORM 0000-MENU-LOOP
           THRU    0000-MENU-LOOP-EXIT
           UNTIL   WS-MENU-DONE.

           DISPLAY"-------------------------------------------"
           DISPLAY "Fin de la maintenance des ordres permanents."
           DISPLAY"-------------------------------------------".
           STOP RUN.

      *    Maintenance des ordres permanents sous signature
      *    superviseur : ajout d'un ordre avec la transaction qu'il
      *    émettra, suspension, reprise et fin — au lieu de
      *    ressaisir chaque mois les mêmes loyers, frais fixes et
      *    réassorts de caisse dans TRANSIN.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.
           MOVE WS-DATEACTU TO WS-TODAY-KEY.

           PERFORM PG-SIGN-ON
           THRU    PG-SIGN-ON-EXIT.

           PERFORM PG-ORD-LOAD
           THRU    PG-ORD-LOAD-EXIT.

      *    Plus de 200 ordres : rien ne doit être récrit, sinon les
      *    ordres au-delà de la table seraient perdus.

           IF WS-TABLE-FULL
               DISPLAY"-------------------------------------------"
               DISPLAY "Plus de 200 ordres au fichier STANDORD :"
               " arrêt sans rien modifier."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           DISPLAY WS-ORD-COUNT " ordre(s) au fichier.".

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
               DISPLAY "Maintenance des ordres permanents ouverte"
               " par " FUNCTION TRIM(WS-SIGNON-NAME(WS-SIGNON-IX))
               DISPLAY"-------------------------------------------"
           ELSE
               ADD 1 TO WS-SIGNON-IX
           END-IF.

       PG-SIGN-ON-SEARCH-EXIT.
           EXIT.

       PG-ORD-LOAD.

           OPEN INPUT ORD-FILE.
           IF WS-ORD-STATUS = "00"
               READ ORD-FILE
                   AT END SET WS-ORD-EOF TO TRUE
               END-READ
               PERFORM PG-ORD-LOAD-PASS
               THRU    PG-ORD-LOAD-PASS-EXIT
               UNTIL   WS-ORD-EOF OR WS-ORD-COUNT = 200
               IF NOT WS-ORD-EOF
                   SET WS-TABLE-FULL TO TRUE
               END-IF
               CLOSE ORD-FILE
           END-IF.

       PG-ORD-LOAD-EXIT.
           EXIT.

       PG-ORD-LOAD-PASS.

           ADD 1 TO WS-ORD-COUNT.
           MOVE ORD-RECORD TO WS-ORD-ENTRY(WS-ORD-COUNT).

           READ ORD-FILE
               AT END SET WS-ORD-EOF TO TRUE
           END-READ.

       PG-ORD-LOAD-PASS-EXIT.
           EXIT.

      *    Récrit STANDORD depuis la table après chaque modification
      *    acceptée.

       PG-ORD-SAVE.

           OPEN OUTPUT ORD-FILE.
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "Fichier STANDORD indisponible (état "
               WS-ORD-STATUS "), modification perdue."
           ELSE
               MOVE 1 TO WS-ORD-IX
               PERFORM PG-ORD-SAVE-PASS
               THRU    PG-ORD-SAVE-PASS-EXIT
               UNTIL   WS-ORD-IX > WS-ORD-COUNT
               CLOSE ORD-FILE
           END-IF.

       PG-ORD-SAVE-EXIT.
           EXIT.

       PG-ORD-SAVE-PASS.

           MOVE WS-ORD-ENTRY(WS-ORD-IX) TO ORD-RECORD.
           WRITE ORD-RECORD.
           ADD 1 TO WS-ORD-IX.

       PG-ORD-SAVE-PASS-EXIT.
           EXIT.

      *    Une passe du menu ; rappelée par la boucle plate de la
      *    PROCEDURE DIVISION jusqu'au choix F.

       0000-MENU-LOOP.

           DISPLAY "Action (A ajouter, S suspendre, R reprendre,"
           " T terminer, L lister, F fin) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-MENU-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-MENU-INPUT) TO WS-MENU-INPUT.

           EVALUATE WS-MENU-INPUT
           WHEN "A"
               PERFORM PG-ORDER-ADD
               THRU    PG-ORDER-ADD-EXIT
           WHEN "S"
               PERFORM PG-ORDER-SUSPEND
               THRU    PG-ORDER-SUSPEND-EXIT
           WHEN "R"
               PERFORM PG-ORDER-RESUME
               THRU    PG-ORDER-RESUME-EXIT
           WHEN "T"
               PERFORM PG-ORDER-END
               THRU    PG-ORDER-END-EXIT
           WHEN "L"
               PERFORM PG-ORDER-LIST
               THRU    PG-ORDER-LIST-EXIT
           WHEN "F"
               SET WS-MENU-DONE TO TRUE
           WHEN OTHER
               DISPLAY "Veuillez choisir A, S, R, T, L ou F."
           END-EVALUATE.

       0000-MENU-LOOP-EXIT.
           EXIT.

      *    Ajout d'un ordre : référence neuve, transaction contrôlée
      *    au clavier comme la calculatrice l'accepterait en mode
      *    batch, fréquence, dates de début et de fin. La
      *    dernière échéance émise part à blanc : le générateur
      *    partira de la date de début.

       PG-ORDER-ADD.

           IF WS-ORD-COUNT = 200
               DISPLAY "Fichier STANDORD plein (200 ordres) :"
               " ajout impossible."
           ELSE
               PERFORM PG-ASK-REF
               THRU    PG-ASK-REF-EXIT
               IF WS-ORD-FOUND
                   DISPLAY "Référence déjà au fichier : "
                   FUNCTION TRIM(WS-REF-INPUT)
               ELSE
                   PERFORM PG-ORDER-ADD-INPUT
                   THRU    PG-ORDER-ADD-INPUT-EXIT
               END-IF
           END-IF.

       PG-ORDER-ADD-EXIT.
           EXIT.

       PG-ORDER-ADD-INPUT.

           MOVE SPACES TO ORD-RECORD.
           MOVE WS-REF-INPUT TO ORD-REF.

           PERFORM PG-ASK-TYPE
           THRU    PG-ASK-TYPE-EXIT.
           MOVE WS-TYPE-INPUT TO ORD-TR-TYPE.
           PERFORM PG-ASK-OPERATOR
           THRU    PG-ASK-OPERATOR-EXIT.
           MOVE WS-OPER-INPUT TO ORD-TR-OPERATOR.

           IF WS-TYPE-INPUT = "A"
               PERFORM PG-ORDER-ADD-ACCOUNT
               THRU    PG-ORDER-ADD-ACCOUNT-EXIT
           ELSE
               PERFORM PG-ORDER-ADD-CALC
               THRU    PG-ORDER-ADD-CALC-EXIT
           END-IF.

           PERFORM PG-ASK-FREQ
           THRU    PG-ASK-FREQ-EXIT.
           MOVE WS-FREQ-INPUT TO ORD-FREQ.

           PERFORM PG-ASK-START
           THRU    PG-ASK-START-EXIT.
           MOVE WS-START-KEY TO ORD-START.
           PERFORM PG-ASK-END
           THRU    PG-ASK-END-EXIT.
           MOVE WS-END-KEY TO ORD-END.

           MOVE SPACES TO ORD-LAST.
           MOVE "A" TO ORD-STATE.
           MOVE WS-OPERATOR-ID TO ORD-SUPER-ID.
           MOVE WS-DATE-DISPLAY(1:10) TO ORD-UPD-DATE.

           ADD 1 TO WS-ORD-COUNT.
           MOVE ORD-RECORD TO WS-ORD-ENTRY(WS-ORD-COUNT).
           PERFORM PG-ORD-SAVE
           THRU    PG-ORD-SAVE-EXIT.
           DISPLAY "Ordre " FUNCTION TRIM(ORD-REF) " ajouté : "
           ORD-TRANS.

       PG-ORDER-ADD-INPUT-EXIT.
           EXIT.

      *    Opération de calcul : montant de départ, puis second
      *    opérande, nom de taux pour T et %, code devise pour V.

       PG-ORDER-ADD-CALC.

           DISPLAY "Montant de départ ?"
           PERFORM PG-ASK-NUMBER
           THRU    PG-ASK-NUMBER-EXIT.
           MOVE WS-NUM-VALUE TO ORD-TR-OPERAND-1.

           EVALUATE WS-OPER-INPUT
           WHEN "T"
           WHEN "%"
               PERFORM PG-ASK-NAME
               THRU    PG-ASK-NAME-EXIT
               MOVE SPACES TO ORD-TR-RATE-FIELD
               MOVE WS-NAME-INPUT TO ORD-TR-RATE-NAME
           WHEN "V"
               PERFORM PG-ASK-CURRENCY
               THRU    PG-ASK-CURRENCY-EXIT
               MOVE SPACES TO ORD-TR-RATE-FIELD
               MOVE WS-NAME-INPUT TO ORD-TR-RATE-NAME
           WHEN OTHER
               DISPLAY "Second opérande ?"
               PERFORM PG-ASK-NUMBER
               THRU    PG-ASK-NUMBER-EXIT
               MOVE WS-NUM-VALUE TO ORD-TR-OPERAND-2
           END-EVALUATE.

       PG-ORDER-ADD-CALC-EXIT.
           EXIT.

      *    Opération de compte : montant strictement positif, compte
      *    mouvementé et, pour un virement, compte destinataire
      *    distinct. Le second opérande reste à zéro, comme dans les
      *    enregistrements "A" saisis à la main.

       PG-ORDER-ADD-ACCOUNT.

           MOVE ZERO TO WS-NUM-VALUE.
           PERFORM PG-ASK-AMOUNT
           THRU    PG-ASK-AMOUNT-EXIT
           UNTIL   WS-NUM-VALUE > 0.
           MOVE WS-NUM-VALUE TO ORD-TR-OPERAND-1.
           MOVE ZERO TO ORD-TR-OPERAND-2.

           DISPLAY "Compte mouvementé (émetteur pour un virement) ?"
           PERFORM PG-ASK-ACCOUNT
           THRU    PG-ASK-ACCOUNT-EXIT.
           MOVE WS-ACCT-INPUT TO ORD-TR-ACCT-CODE.

           IF WS-OPER-INPUT = "V"
               MOVE ORD-TR-ACCT-CODE TO WS-ACCT-INPUT
               PERFORM PG-ASK-ACCOUNT-TO
               THRU    PG-ASK-ACCOUNT-TO-EXIT
               UNTIL   WS-ACCT-INPUT NOT = ORD-TR-ACCT-CODE
               MOVE WS-ACCT-INPUT TO ORD-TR-ACCT-TO
           END-IF.

       PG-ORDER-ADD-ACCOUNT-EXIT.
           EXIT.

       PG-ASK-AMOUNT.

           DISPLAY "Montant (positif) ?"
           PERFORM PG-ASK-NUMBER
           THRU    PG-ASK-NUMBER-EXIT.
           IF WS-NUM-VALUE NOT > 0
               DISPLAY "Le montant doit être positif."
           END-IF.

       PG-ASK-AMOUNT-EXIT.
           EXIT.

       PG-ASK-ACCOUNT-TO.

           DISPLAY "Compte destinataire ?"
           PERFORM PG-ASK-ACCOUNT
           THRU    PG-ASK-ACCOUNT-EXIT.
           IF WS-ACCT-INPUT = ORD-TR-ACCT-CODE
               DISPLAY "Le destinataire doit différer de"
               " l'émetteur."
           END-IF.

       PG-ASK-ACCOUNT-TO-EXIT.
           EXIT.

      *    Demande la référence d'un ordre et la cherche dans la
      *    table ; WS-ORD-USE donne son rang si WS-ORD-FOUND.

       PG-ASK-REF.

           MOVE SPACES TO WS-REF-INPUT.
           PERFORM PG-ASK-REF-PROMPT
           THRU    PG-ASK-REF-PROMPT-EXIT
           UNTIL   WS-REF-INPUT NOT = SPACES.

           SET WS-ORD-FOUND TO FALSE.
           MOVE 1 TO WS-ORD-IX.
           PERFORM PG-ORD-FIND-PASS
           THRU    PG-ORD-FIND-PASS-EXIT
           UNTIL   WS-ORD-FOUND OR WS-ORD-IX > WS-ORD-COUNT.

       PG-ASK-REF-EXIT.
           EXIT.

       PG-ASK-REF-PROMPT.

           DISPLAY "Référence de l'ordre ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-REF-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-REF-INPUT) TO WS-REF-INPUT.

       PG-ASK-REF-PROMPT-EXIT.
           EXIT.

       PG-ORD-FIND-PASS.

           IF WS-ORD-ENTRY(WS-ORD-IX)(1:8) = WS-REF-INPUT
               MOVE WS-ORD-IX TO WS-ORD-USE
               SET WS-ORD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ORD-IX
           END-IF.

       PG-ORD-FIND-PASS-EXIT.
           EXIT.

       PG-ASK-TYPE.

           MOVE SPACE TO WS-TYPE-INPUT.
           PERFORM PG-ASK-TYPE-PROMPT
           THRU    PG-ASK-TYPE-PROMPT-EXIT
           UNTIL   WS-TYPE-INPUT = "S" OR WS-TYPE-INPUT = "A".

       PG-ASK-TYPE-EXIT.
           EXIT.

       PG-ASK-TYPE-PROMPT.

           DISPLAY "Type (S opération, A compte) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-TYPE-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT.
           IF WS-TYPE-INPUT NOT = "S" AND NOT = "A"
               DISPLAY "Veuillez choisir S ou A."
           END-IF.

       PG-ASK-TYPE-PROMPT-EXIT.
           EXIT.

      *    Opérateurs admis par le mode batch : + - * / ^ T % V pour
      *    une opération, + (versement) - (débit) V (virement) pour
      *    une opération de compte.

       PG-ASK-OPERATOR.

           SET WS-INPUT-OK TO FALSE.
           PERFORM PG-ASK-OPERATOR-PROMPT
           THRU    PG-ASK-OPERATOR-PROMPT-EXIT
           UNTIL   WS-INPUT-OK.

       PG-ASK-OPERATOR-EXIT.
           EXIT.

       PG-ASK-OPERATOR-PROMPT.

           IF WS-TYPE-INPUT = "A"
               DISPLAY "Opérateur (+ versement, - débit,"
               " V virement) ?"
               SPACE WITH NO ADVANCING
           ELSE
               DISPLAY "Opérateur (+ - * / ^ T % V) ?"
               SPACE WITH NO ADVANCING
           END-IF.
           ACCEPT WS-OPER-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-OPER-INPUT) TO WS-OPER-INPUT.

           EVALUATE TRUE
           WHEN WS-TYPE-INPUT = "A"
           AND (WS-OPER-INPUT = "+" OR "-" OR "V")
               SET WS-INPUT-OK TO TRUE
           WHEN WS-TYPE-INPUT = "S"
           AND (WS-OPER-INPUT = "+" OR "-" OR "*" OR "/" OR "^"
               OR "T" OR "%" OR "V")
               SET WS-INPUT-OK TO TRUE
           WHEN OTHER
               DISPLAY "Opérateur non admis pour ce type."
           END-EVALUATE.

       PG-ASK-OPERATOR-PROMPT-EXIT.
           EXIT.

       PG-ASK-NUMBER.

           SET WS-INPUT-OK TO FALSE.
           PERFORM PG-ASK-NUMBER-PROMPT
           THRU    PG-ASK-NUMBER-PROMPT-EXIT
           UNTIL   WS-INPUT-OK.

       PG-ASK-NUMBER-EXIT.
           EXIT.

       PG-ASK-NUMBER-PROMPT.

           DISPLAY "Valeur ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-NUM-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           IF WS-NUM-INPUT NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-NUM-INPUT) = 0
               SET WS-INPUT-OK TO TRUE
               COMPUTE WS-NUM-VALUE ROUNDED =
                   FUNCTION NUMVAL(WS-NUM-INPUT)
                   ON SIZE ERROR SET WS-INPUT-OK TO FALSE
               END-COMPUTE
           END-IF.
           IF NOT WS-INPUT-OK
               DISPLAY "Saisie invalide, veuillez entrer un nombre."
           END-IF.

       PG-ASK-NUMBER-PROMPT-EXIT.
           EXIT.

       PG-ASK-NAME.

           MOVE SPACES TO WS-NAME-INPUT.
           PERFORM PG-ASK-NAME-PROMPT
           THRU    PG-ASK-NAME-PROMPT-EXIT
           UNTIL   WS-NAME-INPUT NOT = SPACES.

       PG-ASK-NAME-EXIT.
           EXIT.

       PG-ASK-NAME-PROMPT.

           DISPLAY "Nom du taux (ex. TVA20) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT) TO WS-NAME-INPUT.

       PG-ASK-NAME-PROMPT-EXIT.
           EXIT.

       PG-ASK-CURRENCY.

           MOVE SPACES TO WS-NAME-INPUT.
           PERFORM PG-ASK-CURRENCY-PROMPT
           THRU    PG-ASK-CURRENCY-PROMPT-EXIT
           UNTIL   WS-NAME-INPUT NOT = SPACES.

       PG-ASK-CURRENCY-EXIT.
           EXIT.

       PG-ASK-CURRENCY-PROMPT.

           DISPLAY "Code devise (ex. USD) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-NAME-INPUT(1:3))
               TO WS-NAME-INPUT.

       PG-ASK-CURRENCY-PROMPT-EXIT.
           EXIT.

       PG-ASK-ACCOUNT.

           MOVE SPACES TO WS-ACCT-INPUT.
           PERFORM PG-ASK-ACCOUNT-PROMPT
           THRU    PG-ASK-ACCOUNT-PROMPT-EXIT
           UNTIL   WS-ACCT-INPUT NOT = SPACES.

       PG-ASK-ACCOUNT-EXIT.
           EXIT.

       PG-ASK-ACCOUNT-PROMPT.

           DISPLAY "Code du compte ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-INPUT) TO WS-ACCT-INPUT.

       PG-ASK-ACCOUNT-PROMPT-EXIT.
           EXIT.

       PG-ASK-FREQ.

           MOVE SPACE TO WS-FREQ-INPUT.
           PERFORM PG-ASK-FREQ-PROMPT
           THRU    PG-ASK-FREQ-PROMPT-EXIT
           UNTIL   WS-FREQ-INPUT = "J" OR "H" OR "M".

       PG-ASK-FREQ-EXIT.
           EXIT.

       PG-ASK-FREQ-PROMPT.

           DISPLAY "Fréquence (J jour, H semaine, M mois) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-FREQ-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-FREQ-INPUT) TO WS-FREQ-INPUT.
           IF WS-FREQ-INPUT NOT = "J" AND NOT = "H" AND NOT = "M"
               DISPLAY "Veuillez choisir J, H ou M."
           END-IF.

       PG-ASK-FREQ-PROMPT-EXIT.
           EXIT.

      *    Date de début : pas avant aujourd'hui, sinon le générateur
      *    rattraperait d'un coup des échéances jamais voulues. Une
      *    échéance mensuelle garde le jour de la date de début,
      *    ramené au dernier jour des mois plus courts.

       PG-ASK-START.

           MOVE SPACES TO WS-START-KEY.
           PERFORM PG-ASK-START-PROMPT
           THRU    PG-ASK-START-PROMPT-EXIT
           UNTIL   WS-START-KEY NOT = SPACES.

       PG-ASK-START-EXIT.
           EXIT.

       PG-ASK-START-PROMPT.

           DISPLAY "Date de début (JJ/MM/AAAA) ?"
           SET WS-DATE-BLANK-OK TO FALSE.
           PERFORM PG-ASK-DATE
           THRU    PG-ASK-DATE-EXIT.
           IF WS-DATE-KEY < WS-TODAY-KEY
               DISPLAY "La date de début ne peut précéder"
               " aujourd'hui."
           ELSE
               MOVE WS-DATE-KEY TO WS-START-KEY
           END-IF.

       PG-ASK-START-PROMPT-EXIT.
           EXIT.

       PG-ASK-END.

           SET WS-INPUT-OK TO FALSE.
           PERFORM PG-ASK-END-PROMPT
           THRU    PG-ASK-END-PROMPT-EXIT
           UNTIL   WS-INPUT-OK.

       PG-ASK-END-EXIT.
           EXIT.

       PG-ASK-END-PROMPT.

           DISPLAY "Date de fin (JJ/MM/AAAA, blanc = sans fin) ?"
           SET WS-DATE-BLANK-OK TO TRUE.
           PERFORM PG-ASK-DATE
           THRU    PG-ASK-DATE-EXIT.
           IF WS-DATE-KEY NOT = SPACES
           AND WS-DATE-KEY < WS-START-KEY
               DISPLAY "La date de fin ne peut précéder la date"
               " de début."
           ELSE
               MOVE WS-DATE-KEY TO WS-END-KEY
               SET WS-INPUT-OK TO TRUE
           END-IF.

       PG-ASK-END-PROMPT-EXIT.
           EXIT.

      *    Saisie d'une date JJ/MM/AAAA, redemandée jusqu'à un
      *    format valide et une date qui existe au calendrier (pas
      *    de 31/02 ni de 31/04), rendue en clé AAAAMMJJ dans
      *    WS-DATE-KEY (à blanc si WS-DATE-BLANK-OK et saisie vide).

       PG-ASK-DATE.

           SET WS-INPUT-OK TO FALSE.
           PERFORM PG-ASK-DATE-PROMPT
           THRU    PG-ASK-DATE-PROMPT-EXIT
           UNTIL   WS-INPUT-OK.
           SET WS-INPUT-OK TO FALSE.

       PG-ASK-DATE-EXIT.
           EXIT.

       PG-ASK-DATE-PROMPT.

           ACCEPT WS-DATE-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE SPACES TO WS-DATE-KEY.
           EVALUATE TRUE
           WHEN WS-DATE-INPUT = SPACES AND WS-DATE-BLANK-OK
               SET WS-INPUT-OK TO TRUE
           WHEN WS-DATE-INPUT(3:1) = "/"
           AND WS-DATE-INPUT(6:1) = "/"
           AND WS-DATE-INPUT(1:2) IS NUMERIC
           AND WS-DATE-INPUT(4:2) IS NUMERIC
           AND WS-DATE-INPUT(7:4) IS NUMERIC
           AND WS-DATE-INPUT(1:2) >= "01" AND <= "31"
           AND WS-DATE-INPUT(4:2) >= "01" AND <= "12"
               MOVE WS-DATE-INPUT(7:4) TO WS-DATE-KEY(1:4)
               MOVE WS-DATE-INPUT(4:2) TO WS-DATE-KEY(5:2)
               MOVE WS-DATE-INPUT(1:2) TO WS-DATE-KEY(7:2)
               MOVE WS-DATE-KEY TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   MOVE SPACES TO WS-DATE-KEY
                   DISPLAY "Date inexistante au calendrier."
               END-IF
           WHEN OTHER
               DISPLAY "Date invalide, format attendu JJ/MM/AAAA."
           END-EVALUATE.

       PG-ASK-DATE-PROMPT-EXIT.
           EXIT.

      *    Suspension : l'ordre reste au fichier, le générateur
      *    passe ses échéances sans rien émettre jusqu'à la reprise.

       PG-ORDER-SUSPEND.

           PERFORM PG-ASK-REF
           THRU    PG-ASK-REF-EXIT.
           IF NOT WS-ORD-FOUND
               DISPLAY "Ordre inconnu : " FUNCTION TRIM(WS-REF-INPUT)
           ELSE
               MOVE WS-ORD-ENTRY(WS-ORD-USE) TO ORD-RECORD
               IF ORD-STATE NOT = "A"
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " non actif : suspension impossible."
               ELSE
                   MOVE "S" TO ORD-STATE
                   PERFORM PG-ORDER-UPDATE
                   THRU    PG-ORDER-UPDATE-EXIT
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " suspendu."
               END-IF
           END-IF.

       PG-ORDER-SUSPEND-EXIT.
           EXIT.

       PG-ORDER-RESUME.

           PERFORM PG-ASK-REF
           THRU    PG-ASK-REF-EXIT.
           IF NOT WS-ORD-FOUND
               DISPLAY "Ordre inconnu : " FUNCTION TRIM(WS-REF-INPUT)
           ELSE
               MOVE WS-ORD-ENTRY(WS-ORD-USE) TO ORD-RECORD
               IF ORD-STATE NOT = "S"
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " non suspendu : reprise impossible."
               ELSE
                   MOVE "A" TO ORD-STATE
                   PERFORM PG-ORDER-UPDATE
                   THRU    PG-ORDER-UPDATE-EXIT
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " repris."
               END-IF
           END-IF.

       PG-ORDER-RESUME-EXIT.
           EXIT.

      *    Fin d'un ordre : état terminé et date de fin ramenée au
      *    jour si elle était plus lointaine ou ouverte. L'ordre
      *    reste au fichier pour la trace, le générateur l'ignore.

       PG-ORDER-END.

           PERFORM PG-ASK-REF
           THRU    PG-ASK-REF-EXIT.
           IF NOT WS-ORD-FOUND
               DISPLAY "Ordre inconnu : " FUNCTION TRIM(WS-REF-INPUT)
           ELSE
               MOVE WS-ORD-ENTRY(WS-ORD-USE) TO ORD-RECORD
               IF ORD-STATE = "T"
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " déjà terminé."
               ELSE
                   MOVE "T" TO ORD-STATE
                   IF ORD-END = SPACES OR ORD-END > WS-TODAY-KEY
                       MOVE WS-TODAY-KEY TO ORD-END
                   END-IF
                   PERFORM PG-ORDER-UPDATE
                   THRU    PG-ORDER-UPDATE-EXIT
                   DISPLAY "Ordre " FUNCTION TRIM(WS-REF-INPUT)
                   " terminé."
               END-IF
           END-IF.

       PG-ORDER-END-EXIT.
           EXIT.

      *    Pose le visa du superviseur sur l'ordre modifié, le remet
      *    dans la table et récrit le fichier.

       PG-ORDER-UPDATE.

           MOVE WS-OPERATOR-ID TO ORD-SUPER-ID.
           MOVE WS-DATE-DISPLAY(1:10) TO ORD-UPD-DATE.
           MOVE ORD-RECORD TO WS-ORD-ENTRY(WS-ORD-USE).
           PERFORM PG-ORD-SAVE
           THRU    PG-ORD-SAVE-EXIT.

       PG-ORDER-UPDATE-EXIT.
           EXIT.

      *    Liste du fichier : référence, état, fréquence,
      *    transaction émise, dernière échéance et date de fin au
      *    format européen.

       PG-ORDER-LIST.

           DISPLAY"-------------------------------------------"
           DISPLAY "Ordres permanents au " WS-DATE-DISPLAY(1:10).
           MOVE 1 TO WS-ORD-IX.
           PERFORM PG-ORDER-LIST-PASS
           THRU    PG-ORDER-LIST-PASS-EXIT
           UNTIL   WS-ORD-IX > WS-ORD-COUNT.
           DISPLAY WS-ORD-COUNT " ordre(s)."
           DISPLAY"-------------------------------------------".

       PG-ORDER-LIST-EXIT.
           EXIT.

       PG-ORDER-LIST-PASS.

           MOVE WS-ORD-ENTRY(WS-ORD-IX) TO ORD-RECORD.
           EVALUATE ORD-STATE
           WHEN "A"
               MOVE "actif" TO WS-STATE-SHOW
           WHEN "S"
               MOVE "suspendu" TO WS-STATE-SHOW
           WHEN "T"
               MOVE "terminé" TO WS-STATE-SHOW
           WHEN OTHER
               MOVE ORD-STATE TO WS-STATE-SHOW
           END-EVALUATE.

           MOVE ORD-LAST TO WS-DATE-KEY.
           PERFORM PG-DATE-SHOW
           THRU    PG-DATE-SHOW-EXIT.
           MOVE WS-DATE-SHOW TO WS-LAST-SHOW.
           MOVE ORD-END TO WS-DATE-KEY.
           PERFORM PG-DATE-SHOW
           THRU    PG-DATE-SHOW-EXIT.
           MOVE WS-DATE-SHOW TO WS-END-SHOW.

           DISPLAY "  " ORD-REF SPACE WS-STATE-SHOW SPACE ORD-FREQ
           SPACE ORD-TRANS.
           DISPLAY "           dernière échéance : " WS-LAST-SHOW
           "  fin : " WS-END-SHOW.
           ADD 1 TO WS-ORD-IX.

       PG-ORDER-LIST-PASS-EXIT.
           EXIT.

       PG-DATE-SHOW.

           IF WS-DATE-KEY = SPACES
               MOVE "-" TO WS-DATE-SHOW
           ELSE
               MOVE SPACES TO WS-DATE-SHOW
               MOVE WS-DATE-KEY(7:2) TO WS-DATE-SHOW(1:2)
               MOVE "/" TO WS-DATE-SHOW(3:1)
               MOVE WS-DATE-KEY(5:2) TO WS-DATE-SHOW(4:2)
               MOVE "/" TO WS-DATE-SHOW(6:1)
               MOVE WS-DATE-KEY(1:4) TO WS-DATE-SHOW(7:4)
           END-IF.

       PG-DATE-SHOW-EXIT.
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

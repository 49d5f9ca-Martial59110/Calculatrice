           05  FILLER          PIC X.
           05  ERR-RUN-NO      PIC X(5).

      *    Codes de comptes d'une opération de compte (type "A")
      *    écartée : compte mouvementé et compte destinataire.

           05  FILLER          PIC X.
           05  ERR-ACCT-CODE   PIC X(12).
           05  FILLER          PIC X.
           05  ERR-ACCT-TO     PIC X(12).

      *    Fichier de report des rejets en attente : chaque rejet
      *    gardé y vit avec sa passe d'origine et sa date de
      *    première rencontre, jusqu'à correction ou abandon — les
           05  CAR-RUN-NO      PIC X(5).
           05  FILLER          PIC X VALUE SPACE.
           05  CAR-FIRST-DATE  PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  CAR-ACCT-CODE   PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  CAR-ACCT-TO     PIC X(12).

      *    Fichier de resoumission : les transactions corrigées, au
      *    format des enregistrements de TRANSIN, prêtes à repasser
           05  RS-RATE-FIELD REDEFINES RS-OPERAND-2.
               10  RS-RATE-NAME PIC X(8).
               10  FILLER       PIC X(4).
           05  RS-ACCT-CODE    PIC X(12).
           05  RS-ACCT-TO      PIC X(12).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
               10  WS-REJ-REASON PIC X(10).
               10  WS-REJ-RUN   PIC X(5).
               10  WS-REJ-FIRST PIC X(10).
               10  WS-REJ-ACCT  PIC X(12).
               10  WS-REJ-ACCT-TO PIC X(12).
               10  WS-REJ-ACTION PIC X.
                   88 WS-REJ-KEPT VALUE "G".

           88 WS-ACTION-OK VALUE "Y" FALSE "N".

      *    Saisies de la correction : les quatre zones d'un
      *    enregistrement de transaction, et pour une opération de
      *    compte ses codes de comptes, contrôlées au clavier avant
      *    d'écrire la ligne de resoumission.

       01  WS-TYPE-INPUT PIC X.
       01  WS-O1-INPUT PIC X(15).
       01  WS-O2-INPUT PIC X(15).
       01  WS-O1-VALUE PIC S9(9)V99.
       01  WS-O2-VALUE PIC S9(9)V99.
       01  WS-ACCT-INPUT PIC X(12).
       01  WS-ACCT-TO-INPUT PIC X(12).
       01  WS-INPUT-OK-SW PIC X VALUE "N".
           88 WS-INPUT-OK VALUE "Y" FALSE "N".

           MOVE CAR-REASON TO WS-REJ-REASON(WS-REJ-COUNT).
           MOVE CAR-RUN-NO TO WS-REJ-RUN(WS-REJ-COUNT).
           MOVE CAR-FIRST-DATE TO WS-REJ-FIRST(WS-REJ-COUNT).
           MOVE CAR-ACCT-CODE TO WS-REJ-ACCT(WS-REJ-COUNT).
           MOVE CAR-ACCT-TO TO WS-REJ-ACCT-TO(WS-REJ-COUNT).
           MOVE SPACE TO WS-REJ-ACTION(WS-REJ-COUNT).

           READ CARRY-FILE
               MOVE ERR-RUN-NO TO WS-REJ-RUN(WS-REJ-COUNT)
               MOVE WS-DATE-DISPLAY(1:10)
                   TO WS-REJ-FIRST(WS-REJ-COUNT)
               MOVE ERR-ACCT-CODE TO WS-REJ-ACCT(WS-REJ-COUNT)
               MOVE ERR-ACCT-TO TO WS-REJ-ACCT-TO(WS-REJ-COUNT)
               MOVE SPACE TO WS-REJ-ACTION(WS-REJ-COUNT)
           END-IF.

           DISPLAY "  motif       : " WS-REJ-REASON(WS-REJ-IX)
           DISPLAY "  passe       : " WS-REJ-RUN(WS-REJ-IX)
           " du " WS-REJ-FIRST(WS-REJ-IX).
           IF WS-REJ-ACCT(WS-REJ-IX) NOT = SPACES
           OR WS-REJ-ACCT-TO(WS-REJ-IX) NOT = SPACES
               DISPLAY "  comptes     : " WS-REJ-ACCT(WS-REJ-IX)
               SPACE WS-REJ-ACCT-TO(WS-REJ-IX)
           END-IF.

           SET WS-ACTION-OK TO FALSE.
           PERFORM PG-ASK-ACTION
           MOVE WS-O1-VALUE TO RS-OPERAND-1.
           MOVE WS-OP-INPUT TO RS-OPERATOR.

      *    Une opération de compte porte son montant en opérande 1
      *    et ses codes de comptes en fin d'enregistrement ; les
      *    opérations à taux et les conversions portent un nom en
      *    opérande 2 ; les autres, un montant.

           IF WS-TYPE-INPUT = "A"
               MOVE ZERO TO RS-OPERAND-2
               PERFORM PG-ASK-ACCOUNTS
               THRU    PG-ASK-ACCOUNTS-EXIT
               MOVE WS-ACCT-INPUT TO RS-ACCT-CODE
               MOVE WS-ACCT-TO-INPUT TO RS-ACCT-TO
           ELSE
               IF WS-OP-INPUT = "T" OR "%" OR "V"
                   PERFORM PG-ASK-RATE-NAME
                   THRU    PG-ASK-RATE-NAME-EXIT
                   MOVE WS-O2-INPUT(1:8) TO RS-RATE-NAME
               ELSE
                   PERFORM PG-ASK-OPERAND-2
                   THRU    PG-ASK-OPERAND-2-EXIT
                   MOVE WS-O2-VALUE TO RS-OPERAND-2
               END-IF
           END-IF.

           WRITE RESUB-RECORD.

       PG-ASK-TYPE-PROMPT.

           DISPLAY "Type (S, D, C ou A) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-TYPE-INPUT
               ON EXCEPTION
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT)
               TO WS-TYPE-INPUT.
           IF WS-TYPE-INPUT = "S" OR "D" OR "C" OR "A"
               SET WS-INPUT-OK TO TRUE
           ELSE
               DISPLAY "Veuillez choisir S, D, C ou A."
           END-IF.

       PG-ASK-TYPE-PROMPT-EXIT.

       PG-ASK-OP-PROMPT.

           IF WS-TYPE-INPUT = "A"
               DISPLAY "Opération (+ versement, - débit,"
               " V virement) ?"
               SPACE WITH NO ADVANCING
           ELSE
               DISPLAY "Opérateur (+ - * / ^ T % V) ?"
               SPACE WITH NO ADVANCING
           END-IF.
           ACCEPT WS-OP-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-OP-INPUT) TO WS-OP-INPUT.
           IF WS-TYPE-INPUT = "A"
               IF WS-OP-INPUT = "+" OR "-" OR "V"
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   DISPLAY "Opération de compte invalide."
               END-IF
           ELSE
               IF WS-OP-INPUT = "+" OR "-" OR "*" OR "/" OR "^"
               OR WS-OP-INPUT = "T" OR "%" OR "V"
                   SET WS-INPUT-OK TO TRUE
               ELSE
                   DISPLAY "Opérateur invalide."
               END-IF
           END-IF.

       PG-ASK-OP-PROMPT-EXIT.
       PG-ASK-RATE-PROMPT-EXIT.
           EXIT.

      *    Codes de comptes d'une opération de compte : le compte
      *    mouvementé, puis pour un virement le compte destinataire.

       PG-ASK-ACCOUNTS.

           MOVE SPACES TO WS-ACCT-INPUT.
           PERFORM PG-ASK-ACCT-PROMPT
           THRU    PG-ASK-ACCT-PROMPT-EXIT
           UNTIL   WS-ACCT-INPUT NOT = SPACES.

           MOVE SPACES TO WS-ACCT-TO-INPUT.
           IF WS-OP-INPUT = "V"
               PERFORM PG-ASK-ACCT-TO-PROMPT
               THRU    PG-ASK-ACCT-TO-PROMPT-EXIT
               UNTIL   WS-ACCT-TO-INPUT NOT = SPACES
           END-IF.

       PG-ASK-ACCOUNTS-EXIT.
           EXIT.

       PG-ASK-ACCT-PROMPT.

           DISPLAY "Code du compte ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-ACCT-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-INPUT) TO WS-ACCT-INPUT.

       PG-ASK-ACCT-PROMPT-EXIT.
           EXIT.

       PG-ASK-ACCT-TO-PROMPT.

           DISPLAY "Compte destinataire ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-ACCT-TO-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-TO-INPUT)
               TO WS-ACCT-TO-INPUT.

       PG-ASK-ACCT-TO-PROMPT-EXIT.
           EXIT.

      *    Reverse les rejets gardés dans le fichier de report,
      *    récrit à neuf, puis vide TRANSERR : les rejets traités ne
      *    doivent plus y traîner, et les gardés vivent au report.
               MOVE WS-REJ-REASON(WS-REJ-IX) TO CAR-REASON
               MOVE WS-REJ-RUN(WS-REJ-IX) TO CAR-RUN-NO
               MOVE WS-REJ-FIRST(WS-REJ-IX) TO CAR-FIRST-DATE
               MOVE WS-REJ-ACCT(WS-REJ-IX) TO CAR-ACCT-CODE
               MOVE WS-REJ-ACCT-TO(WS-REJ-IX) TO CAR-ACCT-TO
               WRITE CARRY-RECORD
           END-IF.
           ADD 1 TO WS-REJ-IX.

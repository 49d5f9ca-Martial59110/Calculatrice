       IDENTIFICATION DIVISION.
       PROGRAM-ID. rungl.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MVT-FILE ASSIGN TO "MOVEMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SEQ-FILE ASSIGN TO "GLSEQNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
           COPY LOGREC.

       FD  MVT-FILE.
           COPY MVTREC.

      *    Table de correspondance comptable : une ligne par clé
      *    (nature et code) avec le compte général débité et le
      *    compte général crédité pour un montant positif ; un
      *    montant négatif inverse les deux sens. Natures : SYM
      *    symbole d'opération, TAUX nom de taux, DEV code devise,
      *    CPT code de compte nommé.

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  MAP-KIND        PIC X(4).
           05  FILLER          PIC X VALUE SPACE.
           05  MAP-CODE        PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  MAP-DEBIT       PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  MAP-CREDIT      PIC X(10).

      *    Fichier d'interface de la comptabilité générale : entête
      *    (date comptable, numéro de séquence), écritures au débit
      *    et au crédit, bloc de fin (nombre d'écritures, total des
      *    débits, total des crédits).

       FD  GL-FILE.
       01  GL-RECORD PIC X(120).

      *    Compteur des fichiers d'interface, sur le modèle des
      *    compteurs SESSIONNO et RUNNO.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05  SEQ-LAST-NO     PIC 9(5).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-LOG-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-GL-STATUS PIC XX.
       01  WS-SEQ-STATUS PIC XX.
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-MVT-EOF-SW PIC X VALUE "N".
           88 WS-MVT-EOF VALUE "Y" FALSE "N".
       01  WS-MAP-EOF-SW PIC X VALUE "N".
           88 WS-MAP-EOF VALUE "Y" FALSE "N".
       01  WS-SEQ-EOF-SW PIC X VALUE "N".
           88 WS-SEQ-EOF VALUE "Y" FALSE "N".

      *    Deux passages sur les mêmes sources : le premier contrôle
      *    et totalise sans rien écrire, le second n'a lieu que si
      *    le premier est propre et écrit le fichier d'un trait.

       01  WS-GL-WRITE-SW PIC X VALUE "N".
           88 WS-GL-WRITE VALUE "Y" FALSE "N".

       01  WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAP-IX PIC 9(3).
       01  WS-MAP-FOUND-SW PIC X VALUE "N".
           88 WS-MAP-FOUND VALUE "Y" FALSE "N".
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-T-KIND   PIC X(4).
               10  WS-MAP-T-CODE   PIC X(12).
               10  WS-MAP-T-DEBIT  PIC X(10).
               10  WS-MAP-T-CREDIT PIC X(10).

      *    Élément à passer en écriture : nature et code de la clé,
      *    montant arrondi au centime, et origine (JRN journal, MVT
      *    mouvement de compte) pour la piste d'audit.

       01  WS-GL-KIND PIC X(4).
       01  WS-GL-CODE PIC X(12).
       01  WS-GL-AMOUNT PIC S9(11)V99.
       01  WS-GL-ABS PIC S9(11)V99.
       01  WS-GL-SOURCE PIC X(3).
       01  WS-GL-OPERATOR-ID PIC X(8).
       01  WS-GL-SESSION PIC 9(5).
       01  WS-GL-DEBIT-ACCT PIC X(10).
       01  WS-GL-CREDIT-ACCT PIC X(10).

      *    Ligne du journal à ventiler : symbole, nom de taux et
      *    devise de l'opération, opérande 1 et résultat. Pour une
      *    correction AN, ceux de la ligne annulée, de signe opposé.

       01  WS-POST-OP PIC X(2).
       01  WS-POST-RATE PIC X(8).
       01  WS-POST-CUR PIC X(3).
       01  WS-O1 PIC S9(9)V9(4).
       01  WS-RES PIC S9(9)V9(4).
       01  WS-O1-2DEC PIC S9(11)V99.
       01  WS-RES-2DEC PIC S9(11)V99.

       01  WS-SEQ-NO PIC 9(5) VALUE ZERO.
       01  WS-LINE-NO PIC 9(7) VALUE ZERO.
       01  WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DEBIT PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT PIC S9(13)V99 VALUE ZERO.
       01  WS-EXC-COUNT PIC 9(7) VALUE ZERO.
       01  WS-GL-IO-ERR-SW PIC X VALUE "N".
           88 WS-GL-IO-ERR VALUE "Y" FALSE "N".
       01  WS-LOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-MVT-COUNT PIC 9(7) VALUE ZERO.

       01  WS-GL-HEADER.
           05  FILLER PIC X VALUE "H".
           05  FILLER PIC X VALUE SPACE.
           05  GLH-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  GLH-SEQ PIC 9(5).
           05  FILLER PIC X VALUE SPACE.
           05  GLH-CREATED-DATE PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  GLH-CREATED-TIME PIC X(8).
       01  WS-GL-DETAIL.
           05  FILLER PIC X VALUE "D".
           05  FILLER PIC X VALUE SPACE.
           05  GLD-LINE-NO PIC 9(7).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-ACCOUNT PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-SIDE PIC X.
           05  FILLER PIC X VALUE SPACE.
           05  GLD-AMOUNT PIC Z(10)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  GLD-SOURCE PIC X(3).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-KIND PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-CODE PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-OPERATOR-ID PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  GLD-SESSION PIC 9(5).
       01  WS-GL-TRAILER.
           05  FILLER PIC X VALUE "T".
           05  FILLER PIC X VALUE SPACE.
           05  GLT-COUNT PIC 9(7).
           05  FILLER PIC X VALUE SPACE.
           05  GLT-DEBIT PIC Z(12)9.99.
           05  FILLER PIC X VALUE SPACE.
           05  GLT-CREDIT PIC Z(12)9.99.

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           SET WS-GL-WRITE TO FALSE.
           PERFORM 0000-SOURCE-PASS
           THRU    0000-SOURCE-PASS-EXIT.

      *    Une écriture sans correspondance, ou un fichier qui ne
      *    s'équilibre pas, arrête la clôture : le fichier
      *    d'interface de la veille reste tel quel et le compteur
      *    n'avance pas.

           IF WS-EXC-COUNT = 0
           AND WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-TOTAL-DEBIT TO GLT-DEBIT
               MOVE WS-TOTAL-CREDIT TO GLT-CREDIT
               DISPLAY "EXCEPTION fichier déséquilibré : débits "
               GLT-DEBIT " crédits " GLT-CREDIT
           END-IF.

           IF WS-EXC-COUNT > 0
               DISPLAY"-------------------------------------------"
               DISPLAY "INTERFACE COMPTABLE REFUSEE : "
               WS-EXC-COUNT " exception(s), voir la liste"
               " ci-dessus."
               DISPLAY "Fichier GLEXTRACT non produit."
               DISPLAY"-------------------------------------------"
           ELSE
               PERFORM 0000-WRITE-EXTRACT
               THRU    0000-WRITE-EXTRACT-EXIT
           END-IF.

      *    Le code retour porte les exceptions des deux passages :
      *    un fichier qui n'a pas pu être écrit en entier arrête la
      *    clôture comme une écriture sans correspondance.

           IF WS-EXC-COUNT > 999
               MOVE 999 TO RETURN-CODE
           ELSE
               MOVE WS-EXC-COUNT TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Interface comptable de la journée close : chaque ligne du
      *    jour au journal des transactions (y compris les lignes à
      *    taux, de TVA et de devise) et chaque mouvement du jour sur
      *    les comptes nommés devient une écriture équilibrée au
      *    débit et au crédit, selon la table GLMAP — au lieu de
      *    ressaisir en comptabilité les totaux par symbole de
      *    RAPPCSV.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Interface comptable de la journée du "
           WS-DATE-DISPLAY(1:10).
           DISPLAY"-------------------------------------------".

           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS = "00"
               READ MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
               PERFORM PG-MAP-LOAD
               THRU    PG-MAP-LOAD-EXIT
               UNTIL   WS-MAP-EOF OR WS-MAP-COUNT = 200
               CLOSE MAP-FILE
           ELSE
               DISPLAY "Table GLMAP absente : aucune écriture ne"
               " peut être imputée."
           END-IF.

           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ SEQ-FILE
                   AT END SET WS-SEQ-EOF TO TRUE
               END-READ
               IF NOT WS-SEQ-EOF
                   MOVE SEQ-LAST-NO TO WS-SEQ-NO
               END-IF
               CLOSE SEQ-FILE
           END-IF.

       0000-INITIALIZE-EXIT.
           EXIT.

       PG-MAP-LOAD.

           ADD 1 TO WS-MAP-COUNT.
           MOVE MAP-KIND TO WS-MAP-T-KIND(WS-MAP-COUNT).
           MOVE FUNCTION UPPER-CASE(MAP-CODE)
               TO WS-MAP-T-CODE(WS-MAP-COUNT).
           MOVE MAP-DEBIT TO WS-MAP-T-DEBIT(WS-MAP-COUNT).
           MOVE MAP-CREDIT TO WS-MAP-T-CREDIT(WS-MAP-COUNT).

           READ MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
           END-READ.

       PG-MAP-LOAD-EXIT.
           EXIT.

      *    Un passage sur le journal puis sur les mouvements du
      *    jour ; WS-GL-WRITE dit s'il s'agit du contrôle ou de
      *    l'écriture.

       0000-SOURCE-PASS.

           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-TOTAL-DEBIT.
           MOVE ZERO TO WS-TOTAL-CREDIT.
           MOVE ZERO TO WS-LOG-COUNT.
           MOVE ZERO TO WS-MVT-COUNT.

           SET WS-LOG-EOF TO FALSE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM PG-LOG-PASS
               THRU    PG-LOG-PASS-EXIT
               UNTIL   WS-LOG-EOF
               CLOSE LOG-FILE
           END-IF.

           SET WS-MVT-EOF TO FALSE.
           OPEN INPUT MVT-FILE.
           IF WS-MVT-STATUS = "00"
               READ MVT-FILE
                   AT END SET WS-MVT-EOF TO TRUE
               END-READ
               PERFORM PG-MVT-PASS
               THRU    PG-MVT-PASS-EXIT
               UNTIL   WS-MVT-EOF
               CLOSE MVT-FILE
           END-IF.

       0000-SOURCE-PASS-EXIT.
           EXIT.

      *    Ligne du journal du jour. Opération simple : le résultat
      *    sous le symbole. Taux T : la base (opérande 1) sous le
      *    symbole, la taxe (résultat moins base) sous le nom de
      *    taux. Pourcentage : le résultat sous le nom de taux.
      *    Devise : le résultat sous le code devise. Correction AN :
      *    la ligne annulée ventilée de la même façon, de signe
      *    opposé — son résultat est le montant annulé, son
      *    opérande 1 ce montant moins l'effet porté en opérande 2,
      *    son nom de taux et sa devise ceux que la ligne AN garde.

       PG-LOG-PASS.

           IF LOG-DATE = WS-DATE-DISPLAY(1:10)
               ADD 1 TO WS-LOG-COUNT
               IF FUNCTION TEST-NUMVAL(LOG-OPERAND-1) NOT = 0
               OR FUNCTION TEST-NUMVAL(LOG-RESULT) NOT = 0
               OR (LOG-OPERATOR = "AN"
                   AND (FUNCTION TEST-NUMVAL(LOG-VOID-AMT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LOG-OPERAND-2) NOT = 0))
                   PERFORM PG-LOG-NONNUM
                   THRU    PG-LOG-NONNUM-EXIT
               ELSE
                   PERFORM PG-LOG-ENTRY
                   THRU    PG-LOG-ENTRY-EXIT
               END-IF
           END-IF.

           READ LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.

       PG-LOG-PASS-EXIT.
           EXIT.

       PG-LOG-NONNUM.

           IF NOT WS-GL-WRITE
               ADD 1 TO WS-EXC-COUNT
               DISPLAY "EXCEPTION " LOG-DATE SPACE LOG-TIME SPACE
               LOG-OPERATOR SPACE "motif : NON-NUM"
           END-IF.

       PG-LOG-NONNUM-EXIT.
           EXIT.

       PG-LOG-ENTRY.

           IF LOG-OPERATOR = "AN"
               MOVE LOG-VOID-OP TO WS-POST-OP
               COMPUTE WS-RES = 0 - FUNCTION NUMVAL(LOG-VOID-AMT)
               COMPUTE WS-O1 = FUNCTION NUMVAL(LOG-OPERAND-2)
                   - FUNCTION NUMVAL(LOG-VOID-AMT)
           ELSE
               MOVE LOG-OPERATOR TO WS-POST-OP
               COMPUTE WS-O1 = FUNCTION NUMVAL(LOG-OPERAND-1)
               COMPUTE WS-RES = FUNCTION NUMVAL(LOG-RESULT)
           END-IF.
           MOVE LOG-RATE-NAME TO WS-POST-RATE.
           MOVE LOG-CURRENCY TO WS-POST-CUR.
           MOVE "JRN" TO WS-GL-SOURCE.
           MOVE LOG-OPERATOR-ID TO WS-GL-OPERATOR-ID.
           MOVE LOG-SESSION TO WS-GL-SESSION.

           PERFORM PG-SYMBOL-POST
           THRU    PG-SYMBOL-POST-EXIT.

       PG-LOG-ENTRY-EXIT.
           EXIT.

      *    Ventilation d'une opération selon son symbole, commune
      *    aux lignes d'origine et à leurs corrections AN pour que
      *    les deux ne puissent pas diverger.

       PG-SYMBOL-POST.

           COMPUTE WS-O1-2DEC ROUNDED = WS-O1.
           COMPUTE WS-RES-2DEC ROUNDED = WS-RES.

           EVALUATE WS-POST-OP
           WHEN "T"
               MOVE "SYM " TO WS-GL-KIND
               MOVE WS-POST-OP TO WS-GL-CODE
               MOVE WS-O1-2DEC TO WS-GL-AMOUNT
               PERFORM PG-GL-POST
               THRU    PG-GL-POST-EXIT
               MOVE "TAUX" TO WS-GL-KIND
               MOVE WS-POST-RATE TO WS-GL-CODE
               COMPUTE WS-GL-AMOUNT = WS-RES-2DEC - WS-O1-2DEC
               PERFORM PG-GL-POST
               THRU    PG-GL-POST-EXIT
           WHEN "%"
               MOVE "TAUX" TO WS-GL-KIND
               MOVE WS-POST-RATE TO WS-GL-CODE
               MOVE WS-RES-2DEC TO WS-GL-AMOUNT
               PERFORM PG-GL-POST
               THRU    PG-GL-POST-EXIT
           WHEN "V"
               MOVE "DEV " TO WS-GL-KIND
               MOVE WS-POST-CUR TO WS-GL-CODE
               MOVE WS-RES-2DEC TO WS-GL-AMOUNT
               PERFORM PG-GL-POST
               THRU    PG-GL-POST-EXIT
           WHEN OTHER
               MOVE "SYM " TO WS-GL-KIND
               MOVE WS-POST-OP TO WS-GL-CODE
               MOVE WS-RES-2DEC TO WS-GL-AMOUNT
               PERFORM PG-GL-POST
               THRU    PG-GL-POST-EXIT
           END-EVALUATE.

       PG-SYMBOL-POST-EXIT.
           EXIT.

      *    Mouvement du jour sur un compte nommé, sous le code du
      *    compte ; la remise à zéro de l'arrêté mensuel (AR) n'est
      *    qu'un report de période et ne passe pas en comptabilité.

       PG-MVT-PASS.

           IF MVT-DATE = WS-DATE-DISPLAY(1:10)
           AND MVT-TYPE NOT = "AR"
               ADD 1 TO WS-MVT-COUNT
               IF FUNCTION TEST-NUMVAL(MVT-AMOUNT) NOT = 0
                   IF NOT WS-GL-WRITE
                       ADD 1 TO WS-EXC-COUNT
                       DISPLAY "EXCEPTION mouvement " MVT-ACCT-CODE
                       SPACE MVT-TIME SPACE "motif : NON-NUM"
                   END-IF
               ELSE
                   MOVE "CPT " TO WS-GL-KIND
                   MOVE MVT-ACCT-CODE TO WS-GL-CODE
                   COMPUTE WS-GL-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(MVT-AMOUNT)
                   MOVE "MVT" TO WS-GL-SOURCE
                   MOVE MVT-OPERATOR-ID TO WS-GL-OPERATOR-ID
                   MOVE MVT-SESSION TO WS-GL-SESSION
                   PERFORM PG-GL-POST
                   THRU    PG-GL-POST-EXIT
               END-IF
           END-IF.

           READ MVT-FILE
               AT END SET WS-MVT-EOF TO TRUE
           END-READ.

       PG-MVT-PASS-EXIT.
           EXIT.

      *    Impute un élément : retrouve sa clé dans la table, pose le
      *    montant au débit du premier compte et au crédit du second
      *    (sens inversés pour un montant négatif). Un montant nul
      *    ne donne pas d'écriture ; une clé absente est une
      *    exception au premier passage.

       PG-GL-POST.

           IF WS-GL-AMOUNT NOT = 0
               MOVE FUNCTION UPPER-CASE(WS-GL-CODE) TO WS-GL-CODE
               SET WS-MAP-FOUND TO FALSE
               MOVE 1 TO WS-MAP-IX
               PERFORM PG-MAP-FIND
               THRU    PG-MAP-FIND-EXIT
               UNTIL   WS-MAP-FOUND OR WS-MAP-IX > WS-MAP-COUNT
               IF WS-MAP-FOUND
                   PERFORM PG-GL-ENTRY
                   THRU    PG-GL-ENTRY-EXIT
               ELSE
                   IF NOT WS-GL-WRITE
                       ADD 1 TO WS-EXC-COUNT
                       DISPLAY "EXCEPTION " WS-GL-SOURCE SPACE
                       WS-GL-OPERATOR-ID SPACE WS-GL-SESSION
                       " motif : NON-MAPPE " WS-GL-KIND SPACE
                       WS-GL-CODE
                   END-IF
               END-IF
           END-IF.

       PG-GL-POST-EXIT.
           EXIT.

       PG-MAP-FIND.

           IF WS-MAP-T-KIND(WS-MAP-IX) = WS-GL-KIND
           AND WS-MAP-T-CODE(WS-MAP-IX) = WS-GL-CODE
               SET WS-MAP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MAP-IX
           END-IF.

       PG-MAP-FIND-EXIT.
           EXIT.

       PG-GL-ENTRY.

           IF WS-GL-AMOUNT > 0
               MOVE WS-GL-AMOUNT TO WS-GL-ABS
               MOVE WS-MAP-T-DEBIT(WS-MAP-IX) TO WS-GL-DEBIT-ACCT
               MOVE WS-MAP-T-CREDIT(WS-MAP-IX) TO WS-GL-CREDIT-ACCT
           ELSE
               COMPUTE WS-GL-ABS = 0 - WS-GL-AMOUNT
               MOVE WS-MAP-T-CREDIT(WS-MAP-IX) TO WS-GL-DEBIT-ACCT
               MOVE WS-MAP-T-DEBIT(WS-MAP-IX) TO WS-GL-CREDIT-ACCT
           END-IF.

           MOVE WS-GL-DEBIT-ACCT TO GLD-ACCOUNT.
           MOVE "D" TO GLD-SIDE.
           PERFORM PG-GL-DETAIL-WRITE
           THRU    PG-GL-DETAIL-WRITE-EXIT.
           MOVE WS-GL-CREDIT-ACCT TO GLD-ACCOUNT.
           MOVE "C" TO GLD-SIDE.
           PERFORM PG-GL-DETAIL-WRITE
           THRU    PG-GL-DETAIL-WRITE-EXIT.

       PG-GL-ENTRY-EXIT.
           EXIT.

      *    Une écriture, du côté où elle est posée : son montant
      *    entre au total des débits ou à celui des crédits selon ce
      *    côté, pour que le contrôle d'équilibre porte sur les
      *    lignes telles qu'elles partent. Au second passage
      *    seulement, la ligne est écrite.

       PG-GL-DETAIL-WRITE.

           ADD 1 TO WS-ENTRY-COUNT.
           IF GLD-SIDE = "D"
               ADD WS-GL-ABS TO WS-TOTAL-DEBIT
           ELSE
               ADD WS-GL-ABS TO WS-TOTAL-CREDIT
           END-IF.

           IF WS-GL-WRITE
               ADD 1 TO WS-LINE-NO
               MOVE WS-LINE-NO TO GLD-LINE-NO
               MOVE WS-GL-ABS TO GLD-AMOUNT
               MOVE WS-GL-SOURCE TO GLD-SOURCE
               MOVE WS-GL-KIND TO GLD-KIND
               MOVE WS-GL-CODE TO GLD-CODE
               MOVE WS-GL-OPERATOR-ID TO GLD-OPERATOR-ID
               MOVE WS-GL-SESSION TO GLD-SESSION
               WRITE GL-RECORD FROM WS-GL-DETAIL
               IF WS-GL-STATUS NOT = "00"
                   SET WS-GL-IO-ERR TO TRUE
               END-IF
           END-IF.

       PG-GL-DETAIL-WRITE-EXIT.
           EXIT.

      *    Contrôle propre : le fichier est écrit en entier (entête,
      *    écritures, bloc de fin) ; le compteur n'avance, pour le
      *    lendemain, que si chaque écriture, la fermeture et
      *    l'équilibre du second passage sont bons. Sinon le fichier
      *    est vidé : une interface à moitié écrite ne doit jamais
      *    partir en comptabilité.

       0000-WRITE-EXTRACT.

           ADD 1 TO WS-SEQ-NO.
           SET WS-GL-IO-ERR TO FALSE.

           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Fichier GLEXTRACT indisponible (état "
               WS-GL-STATUS ")."
               ADD 1 TO WS-EXC-COUNT
           ELSE
               MOVE WS-DATE-DISPLAY(1:10) TO GLH-DATE
               MOVE WS-SEQ-NO TO GLH-SEQ
               MOVE WS-DATE-DISPLAY(1:10) TO GLH-CREATED-DATE
               MOVE WS-TIME-DISPLAY TO GLH-CREATED-TIME
               WRITE GL-RECORD FROM WS-GL-HEADER
               IF WS-GL-STATUS NOT = "00"
                   SET WS-GL-IO-ERR TO TRUE
               END-IF

               SET WS-GL-WRITE TO TRUE
               PERFORM 0000-SOURCE-PASS
               THRU    0000-SOURCE-PASS-EXIT

               MOVE WS-ENTRY-COUNT TO GLT-COUNT
               MOVE WS-TOTAL-DEBIT TO GLT-DEBIT
               MOVE WS-TOTAL-CREDIT TO GLT-CREDIT
               IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                   DISPLAY "EXCEPTION fichier déséquilibré :"
                   " débits " GLT-DEBIT " crédits " GLT-CREDIT
                   SET WS-GL-IO-ERR TO TRUE
               END-IF
               IF NOT WS-GL-IO-ERR
                   WRITE GL-RECORD FROM WS-GL-TRAILER
                   IF WS-GL-STATUS NOT = "00"
                       SET WS-GL-IO-ERR TO TRUE
                   END-IF
               END-IF
               CLOSE GL-FILE
               IF WS-GL-STATUS NOT = "00"
                   SET WS-GL-IO-ERR TO TRUE
               END-IF

               IF WS-GL-IO-ERR
                   PERFORM PG-EXTRACT-ABORT
                   THRU    PG-EXTRACT-ABORT-EXIT
               ELSE
                   PERFORM PG-EXTRACT-DONE
                   THRU    PG-EXTRACT-DONE-EXIT
               END-IF
           END-IF.

       0000-WRITE-EXTRACT-EXIT.
           EXIT.

      *    Fichier complet : le compteur est reversé et le décompte
      *    affiché. Un compteur qui ne peut pas être reversé ferait
      *    resservir la même séquence le lendemain : c'est aussi une
      *    exception.

       PG-EXTRACT-DONE.

           MOVE WS-SEQ-NO TO SEQ-LAST-NO.
           OPEN OUTPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               WRITE SEQ-RECORD
               IF WS-SEQ-STATUS NOT = "00"
                   ADD 1 TO WS-EXC-COUNT
               END-IF
               CLOSE SEQ-FILE
           ELSE
               ADD 1 TO WS-EXC-COUNT
           END-IF.
           IF WS-EXC-COUNT > 0
               DISPLAY "Compteur GLSEQNO non mis à jour (état "
               WS-SEQ-STATUS ")."
           END-IF.

           DISPLAY "Lignes du journal      : " WS-LOG-COUNT.
           DISPLAY "Mouvements de comptes  : " WS-MVT-COUNT.
           DISPLAY "Écritures              : " WS-ENTRY-COUNT.
           DISPLAY "Total débits           : " GLT-DEBIT.
           DISPLAY "Total crédits          : " GLT-CREDIT.
           DISPLAY "Fichier GLEXTRACT, séquence " WS-SEQ-NO ".".
           DISPLAY"-------------------------------------------".

       PG-EXTRACT-DONE-EXIT.
           EXIT.

      *    Écriture incomplète : le fichier est vidé, le compteur
      *    reste à sa valeur et la clôture est arrêtée.

       PG-EXTRACT-ABORT.

           ADD 1 TO WS-EXC-COUNT.
           OPEN OUTPUT GL-FILE.
           CLOSE GL-FILE.
           DISPLAY"-------------------------------------------".
           DISPLAY "INTERFACE COMPTABLE REFUSEE : écriture de"
           " GLEXTRACT incomplète (état " WS-GL-STATUS ").".
           DISPLAY "Fichier GLEXTRACT vidé, séquence non avancée.".
           DISPLAY"-------------------------------------------".

       PG-EXTRACT-ABORT-EXIT.
           EXIT.

           COPY GETDATE.

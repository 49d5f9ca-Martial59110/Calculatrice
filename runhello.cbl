           SELECT RUNREG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAINNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REFUSAL-FILE ASSIGN TO "REFUSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *            chaîne dont le résultat court de ligne en ligne ;
      *      "C" : suite de cumul, l'opérateur s'applique au résultat
      *            précédent avec l'opérande 2, comme la boucle
      *            interactive reporte WS-RESULT d'un tour à l'autre ;
      *      "A" : opération de compte nommé, hors du calcul couru :
      *            l'opérande 1 porte le montant, l'opérateur dit
      *            l'opération ("+" versement, "-" débit, "V"
      *            virement) et les codes de comptes suivent la
      *            transaction.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
               10  TR-RATE-NAME PIC X(8).
               10  FILLER       PIC X(4).

      *    Pour les opérations de compte (type "A"), le compte
      *    mouvementé puis, pour un virement, le compte destinataire.
      *    Blancs sur les autres types et dans les anciens fichiers.

           05  TR-ACCT-CODE    PIC X(12).
           05  TR-ACCT-TO      PIC X(12).

       FD  LOG-FILE.
           COPY LOGREC.


           05  FILLER          PIC X VALUE SPACE.
           05  ERR-RUN-NO      PIC 9(5).

      *    Codes de comptes d'une opération de compte écartée, que
      *    le recyclage reporte tels quels dans la resoumission.

           05  FILLER          PIC X VALUE SPACE.
           05  ERR-ACCT-CODE   PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  ERR-ACCT-TO     PIC X(12).
       01  ERR-CTL-RECORD.
           05  ERR-CTL-TAG     PIC X(5).
           05  ERR-CTL-LAB-1   PIC X(4).
       01  RUN-RECORD.
           05  RUN-LAST-NO     PIC 9(5).

      *    Compteur du scellement du journal : dernière séquence
      *    attribuée et valeur de contrôle de la dernière ligne
      *    écrite, relu et reversé à chaque ligne du journal pour
      *    que la chaîne se poursuive d'une session à l'autre.

       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-LAST-SEQ  PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  CHAIN-LAST-VALUE PIC 9(9).

      *    Registre des passes batch : une ligne DEB à l'ouverture de
      *    la passe, une ligne FIN à sa clôture normale avec les
      *    compteurs du bloc de contrôle. Une ligne DEB sans ligne
      *    FIN du même numéro signe une passe interrompue. Une ligne
      *    ANN, posée par la contre-passation, porte en plus le
      *    superviseur qui l'a approuvée.

       FD  RUNREG-FILE.
       01  RUNREG-RECORD.
           05  RREG-REJETES    PIC 9(7).
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-SOMME      PIC -Z(14)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  RREG-SUPER-ID   PIC X(8).

      *    Point de reprise du mode batch : position dans TRANSIN
      *    (enregistrements déjà traités) et état couru (résultat,
           05  FILLER          PIC X VALUE SPACE.
           05  BCKPT-ERR-CNT   PIC 9(7).

      *    État du scellement au point de validation : la reprise
      *    remet le compteur CHAINNO à la dernière ligne conservée
      *    du journal, pour que les lignes réécrites reprennent la
      *    chaîne sans lacune.

           05  FILLER          PIC X VALUE SPACE.
           05  BCKPT-CHN-SEQ   PIC 9(9).
           05  FILLER          PIC X VALUE SPACE.
           05  BCKPT-CHN-VALUE PIC 9(9).

      *    Fichier de travail des reprises : les lignes à conserver
      *    de TRANSLOG ou de TRANSERR y transitent pendant la
      *    troncature au point de validation, le même procédé que la
      *    réécriture du journal par l'archivage.

       FD  TRIM-FILE.
       01  TRIM-RECORD PIC X(152).

      *    Paramètres du traitement par lots, modifiables passe par
      *    passe : fréquence des points de reprise, en nombre
           05  FILLER          PIC X VALUE SPACE.
           05  CLS-TIME        PIC X(8).

      *    Journal des mouvements de comptes : chaque versement C+,
      *    débit C- et chaque jambe de virement CV y laisse une
      *    ligne (compte, horodatage, session, opérateur, montant,
      *    solde après, nature, référence et contrepartie), pour que
      *    le relevé de compte puisse remontrer comment chaque solde
      *    s'est fait.

       FD  MVT-FILE.
           COPY MVTREC.

      *    Journal des opérations refusées : une opération au-delà
      *    du plafond que personne n'a visée n'est pas calculée et
      *    n'entre pas au journal des transactions ; elle laisse ici
      *    sa trace (opérateur, montant, plafond), pour que les
      *    tentatives répétées se voient à la surveillance.

       FD  REFUSAL-FILE.
           COPY REFUSREC.

      *    Fichier de reprise : dernier résultat, numéro de boucle et
      *    opérateur en cours, écrits à chaque "continuer" pour que la
      *    session puisse repartir de là si le terminal est coupé.
           88 WS-EXIT-VALID VALUE "O" "N".
       01  WS-OPERATOR PIC X(2).
           88 WS-OPERATOR-VALID VALUE "+" "-" "*" "/" "^" "T" "%"
                                       "V" "M+" "MR" "MC" "C+" "C-"
                                       "CV" "CR" "L" "AN".
       01  WS-MEMORY PIC S9(9)V9(4) VALUE ZERO.
       01  WS-RESULT PIC S9(9)V9(4) VALUE ZERO.
       01  WS-RESULT-TEMP PIC S9(9)V9(4) VALUE ZERO.
       01  WS-REJECT-REASON PIC X(10).
       01  WS-BATCH-DISPATCH-SW PIC X VALUE "N".
           88 WS-BATCH-DISPATCH VALUE "Y" FALSE "N".
       01  WS-BATCH-ACCOUNT-SW PIC X VALUE "N".
           88 WS-BATCH-ACCOUNT VALUE "Y" FALSE "N".

      *    Image de la transaction telle que lue : les MOVE numériques
      *    vers WS-A/WS-B normalisent les zones signées de
           05  FILLER              PIC X(13).
           05  WS-TRANS-IMG-RATE   PIC X(8).
           05  FILLER              PIC X(4).
           05  WS-TRANS-IMG-ACCT   PIC X(12).
           05  WS-TRANS-IMG-ACCT-TO PIC X(12).
       01  WS-BATCH-READ-CNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-PROC-CNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-REJ-CNT PIC 9(7) VALUE ZERO.

       01  WS-RUN-STATUS PIC XX.
       01  WS-RUNREG-STATUS PIC XX.
       01  WS-REFUSAL-STATUS PIC XX.
       01  WS-RUN-NO PIC 9(5) VALUE ZERO.
       01  WS-RUN-EOF-SW PIC X VALUE "N".
           88 WS-RUN-EOF VALUE "Y" FALSE "N".

      *    Scellement du journal : compteur CHAINNO et zones de
      *    calcul de la valeur chaînée.

       01  WS-CHAIN-STATUS PIC XX.
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 WS-CHAIN-EOF VALUE "Y" FALSE "N".
           COPY CHNFLDS.
       01  WS-OPER-EOF-SW PIC X VALUE "N".
           88 WS-OPER-EOF VALUE "Y" FALSE "N".
       01  WS-SESSION-EOF-SW PIC X VALUE "N".
               10  WS-TAPE-O1   PIC S9(9)V9(4).
               10  WS-TAPE-RES  PIC S9(9)V9(4).
               10  WS-TAPE-RATE PIC X(8).
               10  WS-TAPE-CUR  PIC X(3).
               10  WS-TAPE-VOID-SW PIC X.
                   88 WS-TAPE-VOIDED VALUE "Y" FALSE "N".
       01  WS-TAPELOG-EOF-SW PIC X VALUE "N".
       01  WS-ACCT-FOUND-SW PIC X VALUE "N".
           88 WS-ACCT-FOUND VALUE "Y" FALSE "N".

      *    Débits et virements : montant de l'opération (résultat
      *    courant au clavier, opérande 1 en batch), compte
      *    destinataire du virement et état des deux comptes relu
      *    avant toute écriture, pour refuser les deux jambes
      *    ensemble si l'une ne peut pas passer.

       01  WS-ACCT-AMOUNT PIC S9(9)V9(4) VALUE ZERO.
       01  WS-ACCT-TO-INPUT PIC X(12).
       01  WS-ACCT-REFUSED-SW PIC X VALUE "N".
           88 WS-ACCT-REFUSED VALUE "Y" FALSE "N".
       01  WS-ACCT-REFUSE-CODE PIC X(10).
       01  WS-FROM-BALANCE PIC S9(9)V9(4).
       01  WS-FROM-STATE PIC X.
       01  WS-TO-BALANCE PIC S9(9)V9(4).
       01  WS-TO-STATE PIC X.

      *    Ligne de mouvement en préparation : nature (C+, C-, CV),
      *    montant signé de la jambe, compte de contrepartie et
      *    référence — numéro de session et rang du mouvement dans
      *    la session, le même sur les deux jambes d'un virement.

       01  WS-MVT-TYPE PIC X(2).
       01  WS-MVT-AMOUNT PIC S9(9)V9(4).
       01  WS-MVT-COUNTER PIC X(12).
       01  WS-MVT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-MVT-REF.
           05  WS-MVT-REF-SESSION PIC 9(5).
           05  FILLER             PIC X VALUE "-".
           05  WS-MVT-REF-SEQ     PIC 9(4).

       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPID-INPUT PIC X(8).
       01  WS-SESSION-NO PIC 9(5) VALUE ZERO.
           PERFORM PG-SESSION-NUMBER
           THRU    PG-SESSION-NUMBER-EXIT.

           PERFORM PG-CHAIN-LOAD
           THRU    PG-CHAIN-LOAD-EXIT.

           PERFORM PG-RATE-LOAD
           THRU    PG-RATE-LOAD-EXIT.

       PG-RUN-NUMBER-EXIT.
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

      *    Reverse l'état courant de la chaîne dans le compteur, sur
      *    le modèle des compteurs SESSIONNO et RUNNO.

       PG-CHAIN-SAVE.

           MOVE SPACES TO CHAIN-RECORD.
           MOVE WS-CHN-SEQ TO CHAIN-LAST-SEQ.
           MOVE WS-CHN-VALUE TO CHAIN-LAST-VALUE.
           OPEN OUTPUT CHAIN-FILE.
           WRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.

       PG-CHAIN-SAVE-EXIT.
           EXIT.

      *    Cherche la date de travail courante dans le fichier des
      *    journées closes ; sans fichier CLOSEDAYS, aucune journée
      *    n'est close et tout passe comme avant.
               IF NOT WS-BCKPT-EOF
                   IF BCKPT-LOG-CNT IS NOT NUMERIC
                   OR BCKPT-ERR-CNT IS NOT NUMERIC
                   OR BCKPT-CHN-SEQ IS NOT NUMERIC
                   OR BCKPT-CHN-VALUE IS NOT NUMERIC
                       DISPLAY "Point de reprise TRANSBCKP illisible,"
                       " arrêt du programme."
                       CLOSE BATCH-CKPT-FILE
                   MOVE BCKPT-SUM TO WS-BATCH-SUM
                   MOVE BCKPT-LOG-CNT TO WS-LOG-LINE-CNT
                   MOVE BCKPT-ERR-CNT TO WS-ERR-LINE-CNT
                   MOVE BCKPT-CHN-SEQ TO WS-CHN-SEQ
                   MOVE BCKPT-CHN-VALUE TO WS-CHN-VALUE
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Reprise du lot : "
                   BCKPT-READ-CNT " enregistrement(s) sauté(s)."
           PERFORM 0000-BATCH-RECORD
           THRU    0000-BATCH-RECORD-EXIT.

      *    Une opération de compte passée touche ACCOUNTS et
      *    MOVEMENTS, que la reprise ne sait pas ramener en arrière
      *    comme le journal : le point de reprise est écrit aussitôt,
      *    pour qu'une reprise ne la repasse jamais une seconde fois.

           ADD 1 TO WS-CKPT-TALLY.
           IF WS-BATCH-ACCOUNT AND NOT WS-REJECT
               MOVE WS-CKPT-FREQ TO WS-CKPT-TALLY
           END-IF.
           IF WS-CKPT-TALLY >= WS-CKPT-FREQ
               PERFORM PG-BCKPT-WRITE
               THRU    PG-BCKPT-WRITE-EXIT
           MOVE WS-BATCH-SUM TO BCKPT-SUM.
           MOVE WS-LOG-LINE-CNT TO BCKPT-LOG-CNT.
           MOVE WS-ERR-LINE-CNT TO BCKPT-ERR-CNT.
           MOVE WS-CHN-SEQ TO BCKPT-CHN-SEQ.
           MOVE WS-CHN-VALUE TO BCKPT-CHN-VALUE.
           OPEN OUTPUT BATCH-CKPT-FILE.
           WRITE BCKPT-RECORD.
           CLOSE BATCH-CKPT-FILE.
      *    de travail puis sont reversées dans le journal rouvert en
      *    sortie — le même procédé que la réécriture du journal par
      *    l'archivage. Les lignes de la fenêtre d'incertitude
      *    disparaissent ; le retraitement les réécrira, et le
      *    compteur du scellement revient à l'état du point de
      *    validation pour qu'elles reprennent les mêmes séquences.

       PG-LOG-TRIM.

           CLOSE LOG-FILE.
           OPEN EXTEND LOG-FILE.

           PERFORM PG-CHAIN-SAVE
           THRU    PG-CHAIN-SAVE-EXIT.

       PG-LOG-TRIM-EXIT.
           EXIT.

      *    d'un ancien fichier non régénéré — part en rejet au lieu
      *    d'être décalé d'une colonne et comptabilisé en montants
      *    faux. WS-BATCH-DISPATCH dit si la transaction a encore un
      *    calcul à passer par 0000-DISPATCH-OPERATOR. "A" porte une
      *    opération de compte, qui ne touche pas au cumul couru.

           SET WS-BATCH-DISPATCH TO FALSE.
           SET WS-BATCH-ACCOUNT TO FALSE.
           EVALUATE TR-TYPE
           WHEN "D"
               MOVE TR-OPERAND-1 TO WS-RESULT
               MOVE TR-OPERAND-1 TO WS-RESULT
               MOVE TR-OPERAND-1 TO WS-RESULT-TEMP
               SET WS-BATCH-DISPATCH TO TRUE
           WHEN "A"
               MOVE TR-OPERAND-1 TO WS-ACCT-AMOUNT
               SET WS-BATCH-ACCOUNT TO TRUE
           WHEN OTHER
               DISPLAY "Type d'enregistrement inconnu : " TR-TYPE
               SET WS-REJECT TO TRUE
               END-IF
           END-IF.

           IF WS-BATCH-ACCOUNT
               PERFORM PG-BATCH-ACCOUNT
               THRU    PG-BATCH-ACCOUNT-EXIT
           END-IF.

      *    Une opération de compte compte parmi les traitées mais
      *    n'entre pas dans la somme des résultats : elle ne laisse
      *    pas de ligne au journal des transactions, son montant
      *    vit au journal des mouvements.

           IF WS-REJECT
               PERFORM PG-REJECT-WRITE
               THRU    PG-REJECT-WRITE-EXIT
                   ADD 1 TO WS-BATCH-PROC-CNT
                   ADD WS-RESULT TO WS-BATCH-SUM
               END-IF
               IF WS-BATCH-ACCOUNT
                   ADD 1 TO WS-BATCH-PROC-CNT
               END-IF
           END-IF.

       0000-BATCH-RECORD-EXIT.
           EXIT.

      *    Opération de compte du mode batch : l'opérateur de
      *    l'enregistrement désigne la commande du clavier ("+"
      *    versement C+, "-" débit C-, "V" virement CV), passée par
      *    le même aiguillage avec les codes de comptes de
      *    l'enregistrement au lieu d'une saisie.

       PG-BATCH-ACCOUNT.

           EVALUATE TR-OPERATOR
           WHEN "+"
               MOVE "C+" TO WS-OPERATOR
           WHEN "-"
               MOVE "C-" TO WS-OPERATOR
           WHEN "V"
               MOVE "CV" TO WS-OPERATOR
           WHEN OTHER
               DISPLAY "Opération de compte invalide : " TR-OPERATOR
               SET WS-REJECT TO TRUE
               MOVE "OPER-INV" TO WS-REJECT-REASON
           END-EVALUATE.

           IF NOT WS-REJECT
               PERFORM 0000-DISPATCH-OPERATOR
               THRU    0000-DISPATCH-OPERATOR-EXIT
               IF WS-OVERFLOW AND NOT WS-REJECT
                   SET WS-REJECT TO TRUE
                   MOVE "CAPACITE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       PG-BATCH-ACCOUNT-EXIT.
           EXIT.

      *    Recopie la transaction écartée dans le fichier des rejets,
      *    telle qu'elle a été lue, avec son code motif (TYPE-INV,
      *    OPER-INV, DIV-ZERO, TAUX-INC, DEV-INC, HORS-CHN,
      *    CAPACITE, ou pour les opérations de compte CPT-INC,
      *    CPT-GELE, CPT-DECV, CPT-IDEM, CPT-INDISP et MNT-INV).

       PG-REJECT-WRITE.

           MOVE WS-TRANS-IMAGE TO ERR-TRANS.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           MOVE WS-RUN-NO TO ERR-RUN-NO.
           MOVE WS-TRANS-IMG-ACCT TO ERR-ACCT-CODE.
           MOVE WS-TRANS-IMG-ACCT-TO TO ERR-ACCT-TO.
           WRITE ERR-RECORD.
           ADD 1 TO WS-ERR-LINE-CNT.

           IF WS-LOOP = 1
           PERFORM PG-ACCEPT-B
           END-IF.
           DISPLAY "Opérateur (+ - * / ^ T % V M+ MR MC C+ C- CV CR"
           " L AN) :"
           SPACE WITH NO ADVANCING ACCEPT WS-OPERATOR.

           DISPLAY"                                           "

           COPY GETDATE.

      *    Scelle chaque ligne du journal des transactions ; les
      *    mêmes paragraphes servent à la vérification.

           COPY LOGCHAIN.

      *    Compare l'opérateur choisi pour sauter jusqu'au bon
      *    paragraphe ; utilisé aussi bien par le mode interactif que
      *    par le mode batch.
               PERFORM PG-ACCOUNT-ADD
               THRU    PG-ACCOUNT-ADD-EXIT
           END-IF
           WHEN "C-"
           IF NOT WS-BATCH-MODE AND NOT WS-OPER-SUPER
               DISPLAY "Débit C- réservé aux superviseurs."
               PERFORM PG-EXIT
           ELSE
               PERFORM PG-ACCOUNT-DEBIT
               THRU    PG-ACCOUNT-DEBIT-EXIT
           END-IF
           WHEN "CV"
           IF NOT WS-BATCH-MODE AND NOT WS-OPER-SUPER
               DISPLAY "Virement CV réservé aux superviseurs."
               PERFORM PG-EXIT
           ELSE
               PERFORM PG-ACCOUNT-TRANSFER
               THRU    PG-ACCOUNT-TRANSFER-EXIT
           END-IF
           WHEN "CR"
           PERFORM PG-ACCOUNT-RECALL
           THRU    PG-ACCOUNT-RECALL-EXIT
           EXIT.

      *    Le visa a été refusé ou abandonné : l'opération est
      *    écartée sans calcul ni ligne de journal, le refus est
      *    consigné à REFUSLOG et la session reprend la main.

       PG-REFUSE-OPERATION.

           DISPLAY"-------------------------------------------"
           DISPLAY "Opération refusée : plafond dépassé sans"
           " visa superviseur."
           PERFORM PG-REFUSAL-WRITE
           THRU    PG-REFUSAL-WRITE-EXIT.
           IF NOT WS-BATCH-MODE PERFORM PG-EXIT END-IF.

      *    Ajoute le refus à REFUSLOG : le plus grand des montants
      *    contrôlés par PG-LIMIT-CHECK et le plafond de l'opérateur.

       PG-REFUSAL-WRITE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           OPEN EXTEND REFUSAL-FILE.
           IF WS-REFUSAL-STATUS NOT = "00"
               OPEN OUTPUT REFUSAL-FILE
           END-IF.
           MOVE SPACES TO REF-RECORD.
           MOVE WS-DATE-DISPLAY(1:10) TO REF-DATE.
           MOVE WS-TIME-DISPLAY TO REF-TIME.
           MOVE WS-OPERATOR-ID TO REF-OPERATOR-ID.
           MOVE WS-SESSION-NO TO REF-SESSION.
           MOVE WS-OPERATOR TO REF-OP.
           IF WS-CHECK-AMT-B > WS-CHECK-AMT
               MOVE WS-CHECK-AMT-B TO REF-AMOUNT
           ELSE
               MOVE WS-CHECK-AMT TO REF-AMOUNT
           END-IF.
           MOVE WS-OPER-LIMIT TO REF-LIMIT.
           WRITE REF-RECORD.
           CLOSE REFUSAL-FILE.

       PG-REFUSAL-WRITE-EXIT.
           EXIT.

      *    Redemande l'opérateur au clavier sans perdre WS-A/WS-B ni
      *    repartir du début du calcul, puis relance l'aiguillage.


       PG-GET-OPERATOR.

           DISPLAY "Opérateur (+ - * / ^ T % V M+ MR MC C+ C- CV CR"
           " L AN) :"
           SPACE WITH NO ADVANCING
           ACCEPT WS-OPERATOR
               ON EXCEPTION
      *    Ajoute une ligne au journal des transactions : date, heure,
      *    opérateur, les deux opérandes et le résultat. Appelé par
      *    chaque paragraphe PG-ADDITION / PG-SUBTRACT / PG-MULTIPLY /
      *    PG-DIVIDE / PG-EXPO juste après le calcul. La ligne est
      *    scellée (séquence et valeur chaînée) à partir du
      *    compteur CHAINNO relu à l'instant, qui est reversé
      *    aussitôt après l'écriture.

       PG-LOG-WRITE.

               MOVE WS-VOID-OP        TO LOG-VOID-OP
               MOVE WS-VOID-AMT       TO LOG-VOID-AMT
           END-IF.
           PERFORM PG-CHAIN-LOAD
           THRU    PG-CHAIN-LOAD-EXIT.
           PERFORM PG-CHAIN-STAMP
           THRU    PG-CHAIN-STAMP-EXIT.
           WRITE LOG-RECORD.
           ADD 1 TO WS-LOG-LINE-CNT.
           PERFORM PG-CHAIN-SAVE
           THRU    PG-CHAIN-SAVE-EXIT.

      *    Demande un nombre au clavier et le valide avant de le mettre
      *    dans WS-B (premier opérande de la session).

      *    Demande le code du compte nommé (CAISSE-01, FRAIS-DEPL...)
      *    et ouvre le fichier indexé des comptes le temps de
      *    l'opération ; au premier usage le fichier est créé. En
      *    batch, le code vient de l'enregistrement de transaction.

       PG-ACCOUNT-OPEN.

           SET WS-ACCT-OK TO FALSE.
           SET WS-ACCT-REFUSED TO FALSE.

      *    Le code de l'opération précédente ne doit pas rester en
      *    zone : chaque C+/CR redemande son compte, sinon tout

           MOVE SPACES TO WS-ACCT-CODE-INPUT.

           IF WS-BATCH-MODE
               MOVE FUNCTION UPPER-CASE(WS-TRANS-IMG-ACCT)
                   TO WS-ACCT-CODE-INPUT
               IF WS-ACCT-CODE-INPUT = SPACES
                   DISPLAY "Code de compte absent de la transaction."
                   MOVE "CPT-INC" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           ELSE
               PERFORM PG-ASK-ACCOUNT
               THRU    PG-ASK-ACCOUNT-EXIT
               UNTIL   WS-ACCT-CODE-INPUT NOT = SPACES
           END-IF.

           IF NOT WS-ACCT-REFUSED
               OPEN I-O ACCT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   OPEN OUTPUT ACCT-FILE
                   IF WS-ACCT-STATUS = "00"
                       CLOSE ACCT-FILE
                       OPEN I-O ACCT-FILE
                   END-IF
               END-IF
               IF WS-ACCT-STATUS = "00"
                   SET WS-ACCT-OK TO TRUE
               ELSE
                   DISPLAY "Fichier ACCOUNTS indisponible (état "
                   WS-ACCT-STATUS ")."
                   MOVE "CPT-INDISP" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           END-IF.

       PG-ACCOUNT-OPEN-EXIT.
       PG-ASK-ACCOUNT-EXIT.
           EXIT.

      *    Compte destinataire d'un virement : demandé au clavier,
      *    lu dans l'enregistrement de transaction en batch.

       PG-ACCOUNT-TO-CODE.

           MOVE SPACES TO WS-ACCT-TO-INPUT.

           IF WS-BATCH-MODE
               MOVE FUNCTION UPPER-CASE(WS-TRANS-IMG-ACCT-TO)
                   TO WS-ACCT-TO-INPUT
               IF WS-ACCT-TO-INPUT = SPACES
                   DISPLAY "Compte destinataire absent de la"
                   " transaction."
                   MOVE "CPT-INC" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           ELSE
               PERFORM PG-ASK-ACCOUNT-TO
               THRU    PG-ASK-ACCOUNT-TO-EXIT
               UNTIL   WS-ACCT-TO-INPUT NOT = SPACES
           END-IF.

       PG-ACCOUNT-TO-CODE-EXIT.
           EXIT.

      *    Une passe de la demande du compte destinataire ; rappelée
      *    par PG-ACCOUNT-TO-CODE tant que la saisie reste à blanc.

       PG-ASK-ACCOUNT-TO.

           DISPLAY "Compte destinataire ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-ACCT-TO-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-TO-INPUT)
               TO WS-ACCT-TO-INPUT.

       PG-ASK-ACCOUNT-TO-EXIT.
           EXIT.

      *    Refus d'une opération de compte : le motif déjà affiché
      *    à l'écran part en code de rejet quand la passe est en
      *    batch ; au clavier, la session reprend simplement la
      *    main sans rien écrire.

       PG-ACCOUNT-REFUSE.

           SET WS-ACCT-REFUSED TO TRUE.
           IF WS-BATCH-MODE AND NOT WS-REJECT
               SET WS-REJECT TO TRUE
               MOVE WS-ACCT-REFUSE-CODE TO WS-REJECT-REASON
           END-IF.

       PG-ACCOUNT-REFUSE-EXIT.
           EXIT.

      *    Un versement, un débit ou un virement porte un montant
      *    positif : le sens est donné par la commande, jamais par
      *    le signe.

       PG-ACCOUNT-AMOUNT-CHECK.

           IF WS-ACCT-AMOUNT NOT > 0
               MOVE WS-ACCT-AMOUNT TO WS-RESULT-CLEAN
               DISPLAY "Montant " FUNCTION TRIM(WS-RESULT-CLEAN)
               " invalide : une opération de compte porte un"
               " montant positif."
               MOVE "MNT-INV" TO WS-ACCT-REFUSE-CODE
               PERFORM PG-ACCOUNT-REFUSE
               THRU    PG-ACCOUNT-REFUSE-EXIT
           END-IF.

       PG-ACCOUNT-AMOUNT-CHECK-EXIT.
           EXIT.

      *    Commande C+ : verse le résultat courant au compte nommé.
      *    Le compte est créé au premier versement ; chaque
      *    mouvement pose le nouveau solde et son horodatage sur

       PG-ACCOUNT-ADD.

           IF NOT WS-BATCH-MODE
               MOVE WS-RESULT TO WS-ACCT-AMOUNT
           END-IF.

           PERFORM PG-ACCOUNT-OPEN
           THRU    PG-ACCOUNT-OPEN-EXIT.

           IF WS-ACCT-OK
               PERFORM PG-ACCOUNT-AMOUNT-CHECK
               THRU    PG-ACCOUNT-AMOUNT-CHECK-EXIT
               IF NOT WS-ACCT-REFUSED
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE
                   READ ACCT-FILE
                       INVALID KEY SET WS-ACCT-FOUND TO FALSE
                   END-READ
                   IF NOT WS-ACCT-FOUND
                       MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE
                       MOVE ZERO TO ACCT-BALANCE
                       MOVE SPACES TO ACCT-DESC
                       MOVE WS-OPERATOR-ID TO ACCT-OWNER
                       MOVE "A" TO ACCT-STATE
                       MOVE SPACES TO ACCT-RATE-NAME
                   END-IF

      *    Un compte gelé par la maintenance des comptes ne reçoit
      *    plus de versement : le gel est l'acte qui retire un code
      *    de la circulation sans en effacer l'historique.

                   IF WS-ACCT-FOUND AND ACCT-STATE = "G"
                       DISPLAY "Compte "
                       FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                       " gelé : versement refusé."
                       MOVE "CPT-GELE" TO WS-ACCT-REFUSE-CODE
                       PERFORM PG-ACCOUNT-REFUSE
                       THRU    PG-ACCOUNT-REFUSE-EXIT
                   ELSE
                       SET WS-OVERFLOW TO FALSE
                       ADD WS-ACCT-AMOUNT TO ACCT-BALANCE
                           ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                       END-ADD
                       IF WS-OVERFLOW
                           DISPLAY "Dépassement de capacité,"
                           " opération annulée."
                       ELSE
                           MOVE WS-DATE-DISPLAY(1:10)
                               TO ACCT-UPD-DATE
                           MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME
                           IF WS-ACCT-FOUND
                               REWRITE ACCT-RECORD
                           ELSE
                               WRITE ACCT-RECORD
                           END-IF
                           PERFORM PG-MOVEMENT-REF
                           THRU    PG-MOVEMENT-REF-EXIT
                           MOVE "C+" TO WS-MVT-TYPE
                           MOVE WS-ACCT-AMOUNT TO WS-MVT-AMOUNT
                           MOVE SPACES TO WS-MVT-COUNTER
                           PERFORM PG-MOVEMENT-WRITE
                           THRU    PG-MOVEMENT-WRITE-EXIT
                           MOVE ACCT-BALANCE TO WS-RESULT-CLEAN
                           DISPLAY"-----------------------------------"
                           DISPLAY "Compte " FUNCTION TRIM(ACCT-CODE)
                           " : solde " FUNCTION TRIM(WS-RESULT-CLEAN)
                       END-IF
                   END-IF
               END-IF
               CLOSE ACCT-FILE
       PG-ACCOUNT-ADD-EXIT.
           EXIT.

      *    Commande C- : débite le compte nommé du résultat courant.
      *    Le compte doit exister, ne pas être gelé, et le débit ne
      *    doit pas le rendre débiteur : une caisse ne descend pas
      *    sous zéro.

       PG-ACCOUNT-DEBIT.

           IF NOT WS-BATCH-MODE
               MOVE WS-RESULT TO WS-ACCT-AMOUNT
           END-IF.

           PERFORM PG-ACCOUNT-OPEN
           THRU    PG-ACCOUNT-OPEN-EXIT.

           IF WS-ACCT-OK
               PERFORM PG-ACCOUNT-AMOUNT-CHECK
               THRU    PG-ACCOUNT-AMOUNT-CHECK-EXIT
               IF NOT WS-ACCT-REFUSED
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE
                   READ ACCT-FILE
                       INVALID KEY SET WS-ACCT-FOUND TO FALSE
                   END-READ
                   IF NOT WS-ACCT-FOUND
                       DISPLAY "Compte inconnu : "
                       FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                       " : débit refusé."
                       MOVE "CPT-INC" TO WS-ACCT-REFUSE-CODE
                       PERFORM PG-ACCOUNT-REFUSE
                       THRU    PG-ACCOUNT-REFUSE-EXIT
                   END-IF
               END-IF
               IF NOT WS-ACCT-REFUSED AND ACCT-STATE = "G"
                   DISPLAY "Compte "
                   FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                   " gelé : débit refusé."
                   MOVE "CPT-GELE" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
               IF NOT WS-ACCT-REFUSED
               AND ACCT-BALANCE < WS-ACCT-AMOUNT
                   MOVE ACCT-BALANCE TO WS-RESULT-CLEAN
                   DISPLAY "Compte "
                   FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                   " : solde " FUNCTION TRIM(WS-RESULT-CLEAN)
                   " insuffisant, débit refusé."
                   MOVE "CPT-DECV" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
               IF NOT WS-ACCT-REFUSED
                   SUBTRACT WS-ACCT-AMOUNT FROM ACCT-BALANCE
                   MOVE WS-DATE-DISPLAY(1:10) TO ACCT-UPD-DATE
                   MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME
                   REWRITE ACCT-RECORD
                   PERFORM PG-MOVEMENT-REF
                   THRU    PG-MOVEMENT-REF-EXIT
                   MOVE "C-" TO WS-MVT-TYPE
                   COMPUTE WS-MVT-AMOUNT = 0 - WS-ACCT-AMOUNT
                   MOVE SPACES TO WS-MVT-COUNTER
                   PERFORM PG-MOVEMENT-WRITE
                   THRU    PG-MOVEMENT-WRITE-EXIT
                   MOVE ACCT-BALANCE TO WS-RESULT-CLEAN
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Compte " FUNCTION TRIM(ACCT-CODE)
                   " débité : solde " FUNCTION TRIM(WS-RESULT-CLEAN)
               END-IF
               CLOSE ACCT-FILE
           END-IF.

           IF NOT WS-BATCH-MODE PERFORM PG-EXIT END-IF.

       PG-ACCOUNT-DEBIT-EXIT.
           EXIT.

      *    Commande CV : vire le résultat courant d'un compte nommé
      *    vers un autre. Les deux comptes sont relus et contrôlés
      *    avant toute écriture (existence, gel, découvert du compte
      *    débité, capacité du compte crédité) : si l'une des
      *    jambes ne peut pas passer, aucune ne passe. Les deux
      *    jambes partent au journal des mouvements sous la même
      *    référence, chacune montrant l'autre compte.

       PG-ACCOUNT-TRANSFER.

           IF NOT WS-BATCH-MODE
               MOVE WS-RESULT TO WS-ACCT-AMOUNT
           END-IF.

           PERFORM PG-ACCOUNT-OPEN
           THRU    PG-ACCOUNT-OPEN-EXIT.

           IF WS-ACCT-OK
               PERFORM PG-ACCOUNT-TO-CODE
               THRU    PG-ACCOUNT-TO-CODE-EXIT
               IF NOT WS-ACCT-REFUSED
                   PERFORM PG-ACCOUNT-AMOUNT-CHECK
                   THRU    PG-ACCOUNT-AMOUNT-CHECK-EXIT
               END-IF
               IF NOT WS-ACCT-REFUSED
               AND WS-ACCT-TO-INPUT = WS-ACCT-CODE-INPUT
                   DISPLAY "Virement d'un compte sur lui-même"
                   " refusé."
                   MOVE "CPT-IDEM" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
               IF NOT WS-ACCT-REFUSED
                   PERFORM PG-TRANSFER-CHECK
                   THRU    PG-TRANSFER-CHECK-EXIT
               END-IF
               IF NOT WS-ACCT-REFUSED
                   PERFORM PG-TRANSFER-POST
                   THRU    PG-TRANSFER-POST-EXIT
               END-IF
               CLOSE ACCT-FILE
           END-IF.

           IF NOT WS-BATCH-MODE PERFORM PG-EXIT END-IF.

       PG-ACCOUNT-TRANSFER-EXIT.
           EXIT.

      *    Contrôles du virement sur les deux comptes, sans rien
      *    écrire : le compte destinataire puis le compte débité
      *    sont relus, et leur solde et leur état gardés en zone.

       PG-TRANSFER-CHECK.

           SET WS-ACCT-FOUND TO TRUE.
           MOVE WS-ACCT-TO-INPUT TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY SET WS-ACCT-FOUND TO FALSE
           END-READ.
           IF WS-ACCT-FOUND
               MOVE ACCT-BALANCE TO WS-TO-BALANCE
               MOVE ACCT-STATE TO WS-TO-STATE
           ELSE
               DISPLAY "Compte destinataire inconnu : "
               FUNCTION TRIM(WS-ACCT-TO-INPUT)
               " : virement refusé."
               MOVE "CPT-INC" TO WS-ACCT-REFUSE-CODE
               PERFORM PG-ACCOUNT-REFUSE
               THRU    PG-ACCOUNT-REFUSE-EXIT
           END-IF.

           IF NOT WS-ACCT-REFUSED
               MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY SET WS-ACCT-FOUND TO FALSE
               END-READ
               IF WS-ACCT-FOUND
                   MOVE ACCT-BALANCE TO WS-FROM-BALANCE
                   MOVE ACCT-STATE TO WS-FROM-STATE
               ELSE
                   DISPLAY "Compte débité inconnu : "
                   FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                   " : virement refusé."
                   MOVE "CPT-INC" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           END-IF.

           IF NOT WS-ACCT-REFUSED
               IF WS-FROM-STATE = "G" OR WS-TO-STATE = "G"
                   IF WS-FROM-STATE = "G"
                       DISPLAY "Compte "
                       FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                       " gelé : virement refusé."
                   ELSE
                       DISPLAY "Compte "
                       FUNCTION TRIM(WS-ACCT-TO-INPUT)
                       " gelé : virement refusé."
                   END-IF
                   MOVE "CPT-GELE" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           END-IF.

           IF NOT WS-ACCT-REFUSED
           AND WS-FROM-BALANCE < WS-ACCT-AMOUNT
               MOVE WS-FROM-BALANCE TO WS-RESULT-CLEAN
               DISPLAY "Compte " FUNCTION TRIM(WS-ACCT-CODE-INPUT)
               " : solde " FUNCTION TRIM(WS-RESULT-CLEAN)
               " insuffisant, virement refusé."
               MOVE "CPT-DECV" TO WS-ACCT-REFUSE-CODE
               PERFORM PG-ACCOUNT-REFUSE
               THRU    PG-ACCOUNT-REFUSE-EXIT
           END-IF.

           IF NOT WS-ACCT-REFUSED
               SET WS-OVERFLOW TO FALSE
               ADD WS-ACCT-AMOUNT TO WS-TO-BALANCE
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-ADD
               IF WS-OVERFLOW
                   DISPLAY "Dépassement de capacité sur le compte "
                   FUNCTION TRIM(WS-ACCT-TO-INPUT)
                   ", virement refusé."
                   MOVE "CAPACITE" TO WS-ACCT-REFUSE-CODE
                   PERFORM PG-ACCOUNT-REFUSE
                   THRU    PG-ACCOUNT-REFUSE-EXIT
               END-IF
           END-IF.

       PG-TRANSFER-CHECK-EXIT.
           EXIT.

      *    Passe les deux jambes du virement contrôlé : débit du
      *    compte émetteur, crédit du compte destinataire, chacun
      *    réécrit puis journalisé sous la même référence.

       PG-TRANSFER-POST.

           PERFORM PG-MOVEMENT-REF
           THRU    PG-MOVEMENT-REF-EXIT.
           MOVE "CV" TO WS-MVT-TYPE.

           MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY SET WS-ACCT-FOUND TO FALSE
           END-READ.
           SUBTRACT WS-ACCT-AMOUNT FROM ACCT-BALANCE.
           MOVE WS-DATE-DISPLAY(1:10) TO ACCT-UPD-DATE.
           MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME.
           REWRITE ACCT-RECORD.
           COMPUTE WS-MVT-AMOUNT = 0 - WS-ACCT-AMOUNT.
           MOVE WS-ACCT-TO-INPUT TO WS-MVT-COUNTER.
           PERFORM PG-MOVEMENT-WRITE
           THRU    PG-MOVEMENT-WRITE-EXIT.
           MOVE ACCT-BALANCE TO WS-RESULT-CLEAN.
           DISPLAY"-------------------------------------------"
           DISPLAY "Compte " FUNCTION TRIM(ACCT-CODE)
           " débité : solde " FUNCTION TRIM(WS-RESULT-CLEAN).

           MOVE WS-ACCT-TO-INPUT TO ACCT-CODE.
           READ ACCT-FILE
               INVALID KEY SET WS-ACCT-FOUND TO FALSE
           END-READ.
           ADD WS-ACCT-AMOUNT TO ACCT-BALANCE.
           MOVE WS-DATE-DISPLAY(1:10) TO ACCT-UPD-DATE.
           MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME.
           REWRITE ACCT-RECORD.
           MOVE WS-ACCT-AMOUNT TO WS-MVT-AMOUNT.
           MOVE WS-ACCT-CODE-INPUT TO WS-MVT-COUNTER.
           PERFORM PG-MOVEMENT-WRITE
           THRU    PG-MOVEMENT-WRITE-EXIT.
           MOVE ACCT-BALANCE TO WS-RESULT-CLEAN.
           DISPLAY "Compte " FUNCTION TRIM(ACCT-CODE)
           " crédité : solde " FUNCTION TRIM(WS-RESULT-CLEAN).

       PG-TRANSFER-POST-EXIT.
           EXIT.

      *    Référence du prochain mouvement : numéro de session et
      *    rang du mouvement dans la session.

       PG-MOVEMENT-REF.

           ADD 1 TO WS-MVT-SEQ.
           MOVE WS-SESSION-NO TO WS-MVT-REF-SESSION.
           MOVE WS-MVT-SEQ TO WS-MVT-REF-SEQ.

       PG-MOVEMENT-REF-EXIT.
           EXIT.

      *    Pose le mouvement préparé au journal des mouvements :
      *    compte, horodatage, session, opérateur, montant signé,
      *    solde après mouvement, nature, référence et compte de
      *    contrepartie, ouverts en ajout le temps de l'écriture
      *    seulement, comme le fichier des comptes lui-même.

       PG-MOVEMENT-WRITE.

               MOVE WS-TIME-DISPLAY TO MVT-TIME
               MOVE WS-SESSION-NO TO MVT-SESSION
               MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
               MOVE WS-MVT-AMOUNT TO MVT-AMOUNT
               MOVE ACCT-BALANCE TO MVT-BALANCE
               MOVE WS-MVT-TYPE TO MVT-TYPE
               MOVE WS-MVT-REF TO MVT-REF
               MOVE WS-MVT-COUNTER TO MVT-COUNTER-ACCT
               MOVE WS-RUN-NO TO MVT-RUN-NO
               WRITE MVT-RECORD
               CLOSE MVT-FILE
           ELSE
               COMPUTE WS-TAPE-RES(WS-TAPE-COUNT) =
                   FUNCTION NUMVAL(LOG-RESULT)
               MOVE LOG-RATE-NAME TO WS-TAPE-RATE(WS-TAPE-COUNT)
               MOVE LOG-CURRENCY TO WS-TAPE-CUR(WS-TAPE-COUNT)
               SET WS-TAPE-VOIDED(WS-TAPE-COUNT) TO FALSE
           END-IF.


      *    Contre-passe l'entrée retenue : écrit la ligne AN au
      *    journal et retranche l'effet de l'entrée annulée du
      *    résultat couru de la session. La ligne AN garde le nom de
      *    taux et la devise de l'entrée annulée, comme celles de la
      *    contre-passation d'une passe, pour que l'interface
      *    comptable la ventile comme l'entrée d'origine.

       PG-VOID-APPLY.

           MOVE WS-TAPE-OP(WS-VOID-NO) TO WS-VOID-OP.
           MOVE WS-TAPE-RATE(WS-VOID-NO) TO WS-RATE-NAME.
           MOVE WS-TAPE-CUR(WS-VOID-NO) TO WS-CUR-CODE.
           MOVE WS-TAPE-RES(WS-VOID-NO) TO WS-VOID-AMT.
           COMPUTE WS-VOID-EFFECT =
               WS-TAPE-RES(WS-VOID-NO) - WS-TAPE-O1(WS-VOID-NO).

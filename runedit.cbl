       IDENTIFICATION DIVISION.
       PROGRAM-ID. runedit.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUR-FILE ASSIGN TO "CURRENCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "CLOSEDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT PARM-FILE ASSIGN TO "BATCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EDITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier de transactions soumis, la même disposition que
      *    le mode batch de la calculatrice : type, opérande 1,
      *    opérateur, opérande 2 (ou nom de taux / code de devise)
      *    et, pour les opérations de compte, les codes de comptes.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-TYPE         PIC X.
           05  TR-OPERAND-1    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TR-OPERATOR     PIC X.
           05  TR-OPERAND-2    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  TR-RATE-FIELD REDEFINES TR-OPERAND-2.
               10  TR-RATE-NAME PIC X(8).
               10  FILLER       PIC X(4).
           05  TR-ACCT-CODE    PIC X(12).
           05  TR-ACCT-TO      PIC X(12).

      *    Fichiers de référence lus comme la calculatrice les lit :
      *    taux avec leur date d'effet, cours des devises, journées
      *    closes et paramètres du traitement par lots (la seconde
      *    ligne de BATCHPARM porte la date de valeur du lot).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CODE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  RATE-VALUE-TXT  PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  RATE-EFF-DATE   PIC X(8).

       FD  CUR-FILE.
       01  CUR-RECORD.
           05  CUR-CODE        PIC X(3).
           05  FILLER          PIC X VALUE SPACE.
           05  CUR-RATE-TXT    PIC X(12).

       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           05  CLS-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  CLS-TIME        PIC X(8).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CKPT-FREQ  PIC X(10).

      *    Comptes nommés, ouverts en lecture seule : les opérations
      *    de compte sont contrôlées contre les soldes et états du
      *    moment, projetés de transaction en transaction.

       FD  ACCT-FILE.
           COPY ACCTREC.

      *    Liste d'édition destinée à l'imprimante ligne : chaque
      *    transaction qui partirait en rejet, avec son numéro de
      *    ligne dans TRANSIN et son code motif, puis la prévision
      *    du bloc de contrôle de la passe.

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CLNFLDS.

       01  WS-TRANS-STATUS PIC XX.
       01  WS-RATE-STATUS PIC XX.
       01  WS-CUR-STATUS PIC XX.
       01  WS-CLOSE-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-ACCT-STATUS PIC XX.
       01  WS-PRINT-STATUS PIC XX.
       01  WS-TRANS-EOF-SW PIC X VALUE "N".
           88 WS-TRANS-EOF VALUE "Y" FALSE "N".
       01  WS-RATE-EOF-SW PIC X VALUE "N".
           88 WS-RATE-EOF VALUE "Y" FALSE "N".
       01  WS-CUR-EOF-SW PIC X VALUE "N".
           88 WS-CUR-EOF VALUE "Y" FALSE "N".
       01  WS-CLOSE-EOF-SW PIC X VALUE "N".
           88 WS-CLOSE-EOF VALUE "Y" FALSE "N".

      *    Image de la transaction telle que lue, comme au mode
      *    batch : la liste d'édition la reproduit intacte.

       01  WS-TRANS-IMAGE.
           05  FILLER              PIC X.
           05  FILLER              PIC X(13).
           05  WS-TRANS-IMG-RATE   PIC X(8).
           05  FILLER              PIC X(4).
           05  WS-TRANS-IMG-ACCT   PIC X(12).
           05  WS-TRANS-IMG-ACCT-TO PIC X(12).

      *    État couru de la passe simulée : résultat du cumul,
      *    rang dans le cumul (1 opération autonome, 2 et plus
      *    cumul ouvert par "D"), opérandes et résultat de travail.

       01  WS-OPERATOR PIC X(2).
       01  WS-A PIC S9(9)V9(4).
       01  WS-RESULT PIC S9(9)V9(4) VALUE ZERO.
       01  WS-CALC PIC S9(9)V9(4).
       01  WS-RESULT-2DEC PIC S9(9)V99.
       01  WS-LOOP PIC 9(7) VALUE 1.
       01  WS-OVERFLOW-SW PIC X VALUE "N".
           88 WS-OVERFLOW VALUE "Y" FALSE "N".

      *    Rejets prévus : mêmes codes motifs que TRANSERR, et
      *    compteurs du bloc de contrôle que la passe réelle
      *    écrirait (lus / traités / rejetés / somme).

       01  WS-REJECT-SW PIC X VALUE "N".
           88 WS-REJECT VALUE "Y" FALSE "N".
       01  WS-REJECT-REASON PIC X(10).
       01  WS-BATCH-DISPATCH-SW PIC X VALUE "N".
           88 WS-BATCH-DISPATCH VALUE "Y" FALSE "N".
       01  WS-BATCH-ACCOUNT-SW PIC X VALUE "N".
           88 WS-BATCH-ACCOUNT VALUE "Y" FALSE "N".
       01  WS-BATCH-READ-CNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-PROC-CNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-REJ-CNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-SUM PIC S9(15)V99 VALUE ZERO.

      *    Taux de référence et date de valeur de la recherche :
      *    la date de valeur du lot si BATCHPARM en porte une,
      *    sinon la date du jour — la règle de la passe réelle.

       01  WS-RATE-OK-SW PIC X VALUE "N".
           88 WS-RATE-OK VALUE "Y" FALSE "N".
       01  WS-RATE-NAME PIC X(8).
       01  WS-RATE-VALUE PIC S9(3)V9(4).
       01  WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RATE-IX PIC 9(3).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-T-CODE  PIC X(8).
               10  WS-RATE-T-VALUE PIC S9(3)V9(4).
               10  WS-RATE-T-EFF   PIC X(8).
       01  WS-RATE-LOOKUP-DATE PIC X(8).
       01  WS-RATE-BEST-EFF PIC X(8).
       01  WS-BATCH-DATE-KEY PIC X(8) VALUE SPACES.
       01  WS-BATCH-DATE-SHOW PIC X(10) VALUE SPACES.

       01  WS-CUR-OK-SW PIC X VALUE "N".
           88 WS-CUR-OK VALUE "Y" FALSE "N".
       01  WS-CUR-CODE PIC X(3).
       01  WS-CUR-RATE PIC S9(5)V9(4).
       01  WS-CUR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CUR-IX PIC 9(3).
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 20 TIMES.
               10  WS-CUR-T-CODE PIC X(3).
               10  WS-CUR-T-RATE PIC S9(5)V9(4).

      *    Garde des journées closes : date de valeur du lot et date
      *    du jour, comme à l'ouverture de la passe réelle.

       01  WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y" FALSE "N".
       01  WS-CLOSED-CHECK-DATE PIC X(10).

      *    Opérations de compte : montant, codes de comptes, et
      *    table des comptes touchés par le fichier avec leur solde
      *    projeté, pour qu'un débit qui suit un versement du même
      *    fichier soit jugé sur le solde qu'il trouverait. Sans
      *    fichier ACCOUNTS, la passe réelle le créerait : tous les
      *    comptes sont alors réputés inconnus.

       01  WS-ACCT-AVAIL-SW PIC X VALUE "N".
           88 WS-ACCT-AVAIL VALUE "Y" FALSE "N".
       01  WS-ACCT-NOFILE-SW PIC X VALUE "N".
           88 WS-ACCT-NOFILE VALUE "Y" FALSE "N".
       01  WS-ACCT-AMOUNT PIC S9(9)V9(4) VALUE ZERO.
       01  WS-ACCT-CODE-INPUT PIC X(12).
       01  WS-ACCT-TO-INPUT PIC X(12).
       01  WS-FROM-USE PIC 9(3).
       01  WS-TO-USE PIC 9(3).
       01  WS-PRJ-BALANCE PIC S9(9)V9(4).
       01  WS-PRJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PRJ-IX PIC 9(3).
       01  WS-PRJ-USE PIC 9(3).
       01  WS-PRJ-SEEK PIC X(12).
       01  WS-PRJ-FOUND-SW PIC X VALUE "N".
           88 WS-PRJ-FOUND VALUE "Y" FALSE "N".
       01  WS-PRJ-TABLE.
           05  WS-PRJ-ENTRY OCCURS 200 TIMES.
               10  WS-PRJ-CODE PIC X(12).
               10  WS-PRJ-BAL PIC S9(9)V9(4).
               10  WS-PRJ-STATE PIC X.
               10  WS-PRJ-EXISTS-SW PIC X.
                   88 WS-PRJ-EXISTS VALUE "Y" FALSE "N".

      *    Mise en page de la liste : 60 lignes par page, entête
      *    titrée et numérotée reprise à chaque saut, comme l'état
      *    du rapport.

       01  WS-PAGE-NO PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-PRINT-LINE PIC X(132).

       01  WS-PRT-HEAD-1.
           05  FILLER PIC X(45) VALUE
               "LISTE D'EDITION DES TRANSACTIONS".
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  PRT-H1-PAGE PIC ZZ9.
       01  WS-PRT-HEAD-2.
           05  FILLER PIC X(11) VALUE "Edité le  ".
           05  PRT-H2-DATE PIC X(10).
           05  FILLER PIC X(4) VALUE " à ".
           05  PRT-H2-TIME PIC X(8).
       01  WS-PRT-VALUE-DATE.
           05  FILLER PIC X(31) VALUE
               "Fichier TRANSIN, date de valeur".
           05  FILLER PIC X(1) VALUE SPACE.
           05  PRT-V-DATE PIC X(10).
       01  WS-PRT-COLS.
           05  FILLER PIC X(9)  VALUE "LIGNE    ".
           05  FILLER PIC X(52) VALUE "TRANSACTION".
           05  FILLER PIC X(10) VALUE "MOTIF".
       01  WS-PRT-DETAIL.
           05  PRT-LINE-NO PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-IMAGE PIC X(50).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-REASON PIC X(10).
       01  WS-PRT-CLOSED.
           05  FILLER PIC X(19) VALUE "FICHIER REFUSE : la".
           05  FILLER PIC X(12) VALUE " journée du".
           05  FILLER PIC X(1) VALUE SPACE.
           05  PRT-C-DATE PIC X(10).
           05  FILLER PIC X(28) VALUE
               " est close, la passe serait ".
           05  FILLER PIC X(9) VALUE "refusée.".
       01  WS-PRT-NONE.
           05  FILLER PIC X(40) VALUE
               "AUCUNE TRANSACTION EN REJET".
       01  WS-PRT-TOT-HEAD.
           05  FILLER PIC X(40) VALUE
               "PREVISION DU BLOC DE CONTROLE".
       01  WS-PRT-TOT-CNT.
           05  PRT-T-LABEL PIC X(13).
           05  PRT-T-NB PIC 9(7).
       01  WS-PRT-TOT-SUM.
           05  FILLER PIC X(13) VALUE "SOMME      : ".
           05  PRT-T-SUM PIC -Z(14)9.99.

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           IF NOT WS-DAY-CLOSED
               PERFORM 0000-EDIT-LOOP
               THRU    0000-EDIT-LOOP-EXIT
           END-IF.

           PERFORM 0000-PRINT-TOTALS
           THRU    0000-PRINT-TOTALS-EXIT.

           CLOSE TRANS-FILE.
           CLOSE PRINT-FILE.
           IF WS-ACCT-AVAIL AND NOT WS-ACCT-NOFILE
               CLOSE ACCT-FILE
           END-IF.

      *    Le nombre de rejets prévus part dans RETURN-CODE (255
      *    pour un fichier refusé en bloc), pour que l'exploitation
      *    puisse retenir le fichier avant la fenêtre batch.

           IF WS-DAY-CLOSED
               MOVE 255 TO RETURN-CODE
           ELSE
               IF WS-BATCH-REJ-CNT > 254
                   MOVE 254 TO RETURN-CODE
               ELSE
                   MOVE WS-BATCH-REJ-CNT TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    Édition préalable d'un TRANSIN soumis : chaque
      *    transaction passe par les contrôles du mode batch
      *    (type d'enregistrement, opérateur, division par zéro,
      *    capacité, taux en vigueur à la date de valeur, devise,
      *    suite de cumul sans début, opérations de compte) sans
      *    qu'aucun fichier ne soit écrit hors la liste d'édition :
      *    ni TRANSLOG, ni TRANSERR, ni RUNNO, ni RUNREG, ni les
      *    comptes. Le fichier peut ainsi repartir chez l'émetteur
      *    avant la fenêtre batch plutôt qu'après.

       0000-INITIALIZE.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir TRANSIN, rien à éditer."
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           PERFORM PG-BATCH-PARM
           THRU    PG-BATCH-PARM-EXIT.

           PERFORM PG-RATE-LOAD
           THRU    PG-RATE-LOAD-EXIT.

           PERFORM PG-CURRENCY-LOAD
           THRU    PG-CURRENCY-LOAD-EXIT.

           PERFORM PG-ACCT-OPEN
           THRU    PG-ACCT-OPEN-EXIT.

           PERFORM PG-PAGE-HEADER
           THRU    PG-PAGE-HEADER-EXIT.

           IF WS-BATCH-DATE-SHOW NOT = SPACES
               MOVE WS-BATCH-DATE-SHOW TO PRT-V-DATE
           ELSE
               MOVE WS-DATE-DISPLAY(1:10) TO PRT-V-DATE
           END-IF.
           MOVE WS-PRT-VALUE-DATE TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

      *    Un fichier daté d'une journée close serait refusé en bloc
      *    par la passe : la liste le dit sans éditer les lignes.
      *    Le jour courant est contrôlé dans tous les cas, comme à
      *    l'ouverture de la passe réelle.

           SET WS-DAY-CLOSED TO FALSE.
           IF WS-BATCH-DATE-SHOW NOT = SPACES
               MOVE WS-BATCH-DATE-SHOW TO WS-CLOSED-CHECK-DATE
               PERFORM PG-CLOSED-CHECK
               THRU    PG-CLOSED-CHECK-EXIT
           END-IF.
           IF NOT WS-DAY-CLOSED
               MOVE WS-DATE-DISPLAY(1:10) TO WS-CLOSED-CHECK-DATE
               PERFORM PG-CLOSED-CHECK
               THRU    PG-CLOSED-CHECK-EXIT
           END-IF.
           IF WS-DAY-CLOSED
               MOVE WS-CLOSED-CHECK-DATE TO PRT-C-DATE
               MOVE WS-PRT-CLOSED TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
               DISPLAY"-------------------------------------------"
               DISPLAY "Journée du " WS-CLOSED-CHECK-DATE
               " déjà close : le fichier serait refusé."
               DISPLAY"-------------------------------------------"
           ELSE
               MOVE WS-PRT-COLS TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
           END-IF.

       0000-INITIALIZE-EXIT.
           EXIT.

      *    Date de valeur du lot : seconde ligne facultative de
      *    BATCHPARM (JJ/MM/AAAA), lue comme la passe la lit.

       PG-BATCH-PARM.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-CKPT-FREQ(3:1) = "/"
               AND PARM-CKPT-FREQ(6:1) = "/"
                   MOVE PARM-CKPT-FREQ(7:4)
                       TO WS-BATCH-DATE-KEY(1:4)
                   MOVE PARM-CKPT-FREQ(4:2)
                       TO WS-BATCH-DATE-KEY(5:2)
                   MOVE PARM-CKPT-FREQ(1:2)
                       TO WS-BATCH-DATE-KEY(7:2)
                   MOVE PARM-CKPT-FREQ TO WS-BATCH-DATE-SHOW
               END-IF
               CLOSE PARM-FILE
           END-IF.

       PG-BATCH-PARM-EXIT.
           EXIT.

       PG-RATE-LOAD.

           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               READ RATE-FILE
                   AT END SET WS-RATE-EOF TO TRUE
               END-READ
               PERFORM PG-RATE-LOAD-RECORD
               THRU    PG-RATE-LOAD-RECORD-EXIT
               UNTIL   WS-RATE-EOF OR WS-RATE-COUNT = 50
               CLOSE RATE-FILE
           END-IF.

       PG-RATE-LOAD-EXIT.
           EXIT.

       PG-RATE-LOAD-RECORD.

           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-CODE TO WS-RATE-T-CODE(WS-RATE-COUNT).
           COMPUTE WS-RATE-T-VALUE(WS-RATE-COUNT) =
               FUNCTION NUMVAL(RATE-VALUE-TXT).
           IF RATE-EFF-DATE = SPACES
               MOVE "00000000" TO WS-RATE-T-EFF(WS-RATE-COUNT)
           ELSE
               MOVE RATE-EFF-DATE TO WS-RATE-T-EFF(WS-RATE-COUNT)
           END-IF.

           READ RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

       PG-RATE-LOAD-RECORD-EXIT.
           EXIT.

       PG-CURRENCY-LOAD.

           OPEN INPUT CUR-FILE.
           IF WS-CUR-STATUS = "00"
               READ CUR-FILE
                   AT END SET WS-CUR-EOF TO TRUE
               END-READ
               PERFORM PG-CURRENCY-LOAD-RECORD
               THRU    PG-CURRENCY-LOAD-RECORD-EXIT
               UNTIL   WS-CUR-EOF OR WS-CUR-COUNT = 20
               CLOSE CUR-FILE
           END-IF.

       PG-CURRENCY-LOAD-EXIT.
           EXIT.

       PG-CURRENCY-LOAD-RECORD.

           ADD 1 TO WS-CUR-COUNT.
           MOVE CUR-CODE TO WS-CUR-T-CODE(WS-CUR-COUNT).
           COMPUTE WS-CUR-T-RATE(WS-CUR-COUNT) =
               FUNCTION NUMVAL(CUR-RATE-TXT).

           READ CUR-FILE
               AT END SET WS-CUR-EOF TO TRUE
           END-READ.

       PG-CURRENCY-LOAD-RECORD-EXIT.
           EXIT.

      *    Ouvre ACCOUNTS en lecture seule pour toute l'édition. Un
      *    fichier absent (état 35) serait créé par la passe : les
      *    comptes sont alors tous inconnus. Tout autre refus
      *    d'ouverture rendrait les opérations de compte
      *    indisponibles (CPT-INDISP).

       PG-ACCT-OPEN.

           SET WS-ACCT-AVAIL TO FALSE.
           SET WS-ACCT-NOFILE TO FALSE.
           OPEN INPUT ACCT-FILE.
           EVALUATE WS-ACCT-STATUS
           WHEN "00"
               SET WS-ACCT-AVAIL TO TRUE
           WHEN "35"
               SET WS-ACCT-AVAIL TO TRUE
               SET WS-ACCT-NOFILE TO TRUE
           WHEN OTHER
               DISPLAY "Fichier ACCOUNTS indisponible (état "
               WS-ACCT-STATUS ")."
           END-EVALUATE.

       PG-ACCT-OPEN-EXIT.
           EXIT.

       PG-CLOSED-CHECK.

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

       0000-EDIT-LOOP.

           READ TRANS-FILE
               AT END SET WS-TRANS-EOF TO TRUE
           END-READ.
           PERFORM 0000-EDIT-RECORD
           THRU    0000-EDIT-RECORD-EXIT
           UNTIL   WS-TRANS-EOF.

       0000-EDIT-LOOP-EXIT.
           EXIT.

      *    Une transaction, aiguillée comme 0000-BATCH-RECORD
      *    l'aiguille : "D" ouvre un cumul, "C" le poursuit, "S" ou
      *    blanc porte une opération autonome, "A" une opération de
      *    compte ; tout autre type part en rejet TYPE-INV.

       0000-EDIT-RECORD.

           ADD 1 TO WS-BATCH-READ-CNT.
           SET WS-REJECT TO FALSE.
           SET WS-OVERFLOW TO FALSE.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE TRANS-RECORD TO WS-TRANS-IMAGE.
           MOVE TR-OPERATOR TO WS-OPERATOR.

           SET WS-BATCH-DISPATCH TO FALSE.
           SET WS-BATCH-ACCOUNT TO FALSE.
           EVALUATE TR-TYPE
           WHEN "D"
               MOVE TR-OPERAND-1 TO WS-RESULT
               MOVE 2 TO WS-LOOP
               ADD 1 TO WS-BATCH-PROC-CNT
           WHEN "C"
               IF WS-LOOP < 2
                   SET WS-REJECT TO TRUE
                   MOVE "HORS-CHN" TO WS-REJECT-REASON
               ELSE
                   SET WS-BATCH-DISPATCH TO TRUE
               END-IF
           WHEN "S"
           WHEN SPACE
               MOVE 1 TO WS-LOOP
               MOVE TR-OPERAND-1 TO WS-RESULT
               SET WS-BATCH-DISPATCH TO TRUE
           WHEN "A"
               MOVE TR-OPERAND-1 TO WS-ACCT-AMOUNT
               SET WS-BATCH-ACCOUNT TO TRUE
           WHEN OTHER
               SET WS-REJECT TO TRUE
               MOVE "TYPE-INV" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-BATCH-DISPATCH
               IF WS-OPERATOR NOT = "T" AND NOT = "%" AND NOT = "V"
                   MOVE TR-OPERAND-2 TO WS-A
               END-IF
               PERFORM PG-EDIT-CALC
               THRU    PG-EDIT-CALC-EXIT
               IF WS-OVERFLOW AND NOT WS-REJECT
                   SET WS-REJECT TO TRUE
                   MOVE "CAPACITE" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-BATCH-ACCOUNT
               PERFORM PG-EDIT-ACCOUNT
               THRU    PG-EDIT-ACCOUNT-EXIT
           END-IF.

           IF WS-REJECT
               PERFORM PG-REJECT-PRINT
               THRU    PG-REJECT-PRINT-EXIT
           ELSE
               IF WS-BATCH-DISPATCH
                   ADD 1 TO WS-BATCH-PROC-CNT
                   ADD WS-RESULT TO WS-BATCH-SUM
               END-IF
               IF WS-BATCH-ACCOUNT
                   ADD 1 TO WS-BATCH-PROC-CNT
               END-IF
           END-IF.

           READ TRANS-FILE
               AT END SET WS-TRANS-EOF TO TRUE
           END-READ.

       0000-EDIT-RECORD-EXIT.
           EXIT.

      *    Refait le calcul de la passe sur le résultat couru, avec
      *    les mêmes arrondis et l'échelle de 2 décimales, pour
      *    juger la capacité et projeter la somme des résultats. Un
      *    calcul refusé laisse le résultat couru inchangé, comme
      *    dans la passe.

       PG-EDIT-CALC.

           SET WS-OVERFLOW TO FALSE.
           MOVE WS-RESULT TO WS-CALC.

           EVALUATE WS-OPERATOR
           WHEN "+"
               ADD WS-A TO WS-RESULT GIVING WS-CALC
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-ADD
           WHEN "-"
               SUBTRACT WS-A FROM WS-RESULT GIVING WS-CALC
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-SUBTRACT
           WHEN "*"
               MULTIPLY WS-A BY WS-RESULT GIVING WS-CALC ROUNDED
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-MULTIPLY
           WHEN "/"
               IF WS-A = 0
                   SET WS-REJECT TO TRUE
                   MOVE "DIV-ZERO" TO WS-REJECT-REASON
               ELSE
                   DIVIDE WS-RESULT BY WS-A GIVING WS-CALC ROUNDED
                       ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-DIVIDE
               END-IF
           WHEN "^"
               COMPUTE WS-CALC = WS-RESULT ** WS-A
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-COMPUTE
           WHEN "T"
               PERFORM PG-EDIT-RATE
               THRU    PG-EDIT-RATE-EXIT
               IF WS-RATE-OK
                   COMPUTE WS-CALC ROUNDED =
                       WS-RESULT * (1 + WS-RATE-VALUE / 100)
                       ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-COMPUTE
               END-IF
           WHEN "%"
               PERFORM PG-EDIT-RATE
               THRU    PG-EDIT-RATE-EXIT
               IF WS-RATE-OK
                   COMPUTE WS-CALC ROUNDED =
                       WS-RESULT * WS-RATE-VALUE / 100
                       ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-COMPUTE
               END-IF
           WHEN "V"
               PERFORM PG-EDIT-CURRENCY
               THRU    PG-EDIT-CURRENCY-EXIT
               IF WS-CUR-OK
                   COMPUTE WS-CALC ROUNDED = WS-RESULT * WS-CUR-RATE
                       ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-COMPUTE
               END-IF
           WHEN OTHER
               SET WS-REJECT TO TRUE
               MOVE "OPER-INV" TO WS-REJECT-REASON
           END-EVALUATE.

           IF NOT WS-REJECT AND NOT WS-OVERFLOW
               COMPUTE WS-RESULT-2DEC ROUNDED = WS-CALC
               MOVE WS-RESULT-2DEC TO WS-RESULT
           END-IF.

       PG-EDIT-CALC-EXIT.
           EXIT.

      *    Nom de taux de la transaction, cherché parmi les lignes
      *    de RATES en vigueur à la date de valeur : la plus récente
      *    date d'effet qui ne la dépasse pas l'emporte.

       PG-EDIT-RATE.

           SET WS-RATE-OK TO FALSE.
           MOVE WS-TRANS-IMG-RATE TO WS-RATE-NAME.
           IF WS-BATCH-DATE-KEY NOT = SPACES
               MOVE WS-BATCH-DATE-KEY TO WS-RATE-LOOKUP-DATE
           ELSE
               MOVE WS-DATEACTU TO WS-RATE-LOOKUP-DATE
           END-IF.
           MOVE SPACES TO WS-RATE-BEST-EFF.
           MOVE 1 TO WS-RATE-IX.
           PERFORM PG-EDIT-RATE-PASS
           THRU    PG-EDIT-RATE-PASS-EXIT
           UNTIL   WS-RATE-IX > WS-RATE-COUNT.

           IF NOT WS-RATE-OK
               SET WS-REJECT TO TRUE
               MOVE "TAUX-INC" TO WS-REJECT-REASON
           END-IF.

       PG-EDIT-RATE-EXIT.
           EXIT.

       PG-EDIT-RATE-PASS.

           IF WS-RATE-T-CODE(WS-RATE-IX) = WS-RATE-NAME
           AND WS-RATE-T-EFF(WS-RATE-IX) <= WS-RATE-LOOKUP-DATE
               IF NOT WS-RATE-OK
               OR WS-RATE-T-EFF(WS-RATE-IX) >= WS-RATE-BEST-EFF
                   MOVE WS-RATE-T-VALUE(WS-RATE-IX)
                       TO WS-RATE-VALUE
                   MOVE WS-RATE-T-EFF(WS-RATE-IX)
                       TO WS-RATE-BEST-EFF
                   SET WS-RATE-OK TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-RATE-IX.

       PG-EDIT-RATE-PASS-EXIT.
           EXIT.

       PG-EDIT-CURRENCY.

           SET WS-CUR-OK TO FALSE.
           MOVE WS-TRANS-IMG-RATE(1:3) TO WS-CUR-CODE.
           MOVE 1 TO WS-CUR-IX.
           PERFORM PG-EDIT-CURRENCY-PASS
           THRU    PG-EDIT-CURRENCY-PASS-EXIT
           UNTIL   WS-CUR-OK OR WS-CUR-IX > WS-CUR-COUNT.

           IF NOT WS-CUR-OK
               SET WS-REJECT TO TRUE
               MOVE "DEV-INC" TO WS-REJECT-REASON
           END-IF.

       PG-EDIT-CURRENCY-EXIT.
           EXIT.

       PG-EDIT-CURRENCY-PASS.

           IF WS-CUR-T-CODE(WS-CUR-IX) = WS-CUR-CODE
               MOVE WS-CUR-T-RATE(WS-CUR-IX) TO WS-CUR-RATE
               SET WS-CUR-OK TO TRUE
           ELSE
               ADD 1 TO WS-CUR-IX
           END-IF.

       PG-EDIT-CURRENCY-PASS-EXIT.
           EXIT.

      *    Opération de compte : mêmes contrôles et même ordre que
      *    les commandes C+, C- et CV de la passe, jugés sur les
      *    soldes projetés. Une opération acceptée met à jour la
      *    projection ; rien n'est écrit dans ACCOUNTS.

       PG-EDIT-ACCOUNT.

           EVALUATE TR-OPERATOR
           WHEN "+"
               MOVE "C+" TO WS-OPERATOR
           WHEN "-"
               MOVE "C-" TO WS-OPERATOR
           WHEN "V"
               MOVE "CV" TO WS-OPERATOR
           WHEN OTHER
               SET WS-REJECT TO TRUE
               MOVE "OPER-INV" TO WS-REJECT-REASON
           END-EVALUATE.

           IF NOT WS-REJECT
               MOVE FUNCTION UPPER-CASE(WS-TRANS-IMG-ACCT)
                   TO WS-ACCT-CODE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-TRANS-IMG-ACCT-TO)
                   TO WS-ACCT-TO-INPUT
               EVALUATE TRUE
               WHEN WS-ACCT-CODE-INPUT = SPACES
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-INC" TO WS-REJECT-REASON
               WHEN NOT WS-ACCT-AVAIL
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-INDISP" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF NOT WS-REJECT
               EVALUATE WS-OPERATOR
               WHEN "C+"
                   PERFORM PG-EDIT-CREDIT
                   THRU    PG-EDIT-CREDIT-EXIT
               WHEN "C-"
                   PERFORM PG-EDIT-DEBIT
                   THRU    PG-EDIT-DEBIT-EXIT
               WHEN "CV"
                   PERFORM PG-EDIT-TRANSFER
                   THRU    PG-EDIT-TRANSFER-EXIT
               END-EVALUATE
           END-IF.

       PG-EDIT-ACCOUNT-EXIT.
           EXIT.

      *    Versement : montant positif ; le compte est créé au
      *    premier versement, un compte gelé le refuse.

       PG-EDIT-CREDIT.

           IF WS-ACCT-AMOUNT NOT > 0
               SET WS-REJECT TO TRUE
               MOVE "MNT-INV" TO WS-REJECT-REASON
           END-IF.

           IF NOT WS-REJECT
               MOVE WS-ACCT-CODE-INPUT TO WS-PRJ-SEEK
               PERFORM PG-PRJ-FIND
               THRU    PG-PRJ-FIND-EXIT
               IF WS-PRJ-EXISTS(WS-PRJ-USE)
               AND WS-PRJ-STATE(WS-PRJ-USE) = "G"
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-GELE" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-PRJ-BAL(WS-PRJ-USE) TO WS-PRJ-BALANCE
                   ADD WS-ACCT-AMOUNT TO WS-PRJ-BALANCE
                       ON SIZE ERROR SET WS-OVERFLOW TO TRUE
                   END-ADD
                   IF WS-OVERFLOW
                       SET WS-REJECT TO TRUE
                       MOVE "CAPACITE" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-PRJ-BALANCE TO WS-PRJ-BAL(WS-PRJ-USE)
                       IF NOT WS-PRJ-EXISTS(WS-PRJ-USE)
                           MOVE "A" TO WS-PRJ-STATE(WS-PRJ-USE)
                           SET WS-PRJ-EXISTS(WS-PRJ-USE) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PG-EDIT-CREDIT-EXIT.
           EXIT.

      *    Débit : montant positif, compte connu, non gelé, et solde
      *    projeté suffisant.

       PG-EDIT-DEBIT.

           IF WS-ACCT-AMOUNT NOT > 0
               SET WS-REJECT TO TRUE
               MOVE "MNT-INV" TO WS-REJECT-REASON
           END-IF.

           IF NOT WS-REJECT
               MOVE WS-ACCT-CODE-INPUT TO WS-PRJ-SEEK
               PERFORM PG-PRJ-FIND
               THRU    PG-PRJ-FIND-EXIT
               EVALUATE TRUE
               WHEN NOT WS-PRJ-EXISTS(WS-PRJ-USE)
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-INC" TO WS-REJECT-REASON
               WHEN WS-PRJ-STATE(WS-PRJ-USE) = "G"
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-GELE" TO WS-REJECT-REASON
               WHEN WS-PRJ-BAL(WS-PRJ-USE) < WS-ACCT-AMOUNT
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-DECV" TO WS-REJECT-REASON
               WHEN OTHER
                   SUBTRACT WS-ACCT-AMOUNT
                       FROM WS-PRJ-BAL(WS-PRJ-USE)
               END-EVALUATE
           END-IF.

       PG-EDIT-DEBIT-EXIT.
           EXIT.

      *    Virement : compte destinataire présent, montant positif,
      *    comptes distincts, les deux connus, aucun gelé, solde
      *    émetteur suffisant et capacité du destinataire.

       PG-EDIT-TRANSFER.

           EVALUATE TRUE
           WHEN WS-ACCT-TO-INPUT = SPACES
               SET WS-REJECT TO TRUE
               MOVE "CPT-INC" TO WS-REJECT-REASON
           WHEN WS-ACCT-AMOUNT NOT > 0
               SET WS-REJECT TO TRUE
               MOVE "MNT-INV" TO WS-REJECT-REASON
           WHEN WS-ACCT-TO-INPUT = WS-ACCT-CODE-INPUT
               SET WS-REJECT TO TRUE
               MOVE "CPT-IDEM" TO WS-REJECT-REASON
           END-EVALUATE.

           IF NOT WS-REJECT
               MOVE WS-ACCT-TO-INPUT TO WS-PRJ-SEEK
               PERFORM PG-PRJ-FIND
               THRU    PG-PRJ-FIND-EXIT
               MOVE WS-PRJ-USE TO WS-TO-USE
               MOVE WS-ACCT-CODE-INPUT TO WS-PRJ-SEEK
               PERFORM PG-PRJ-FIND
               THRU    PG-PRJ-FIND-EXIT
               MOVE WS-PRJ-USE TO WS-FROM-USE
               EVALUATE TRUE
               WHEN NOT WS-PRJ-EXISTS(WS-TO-USE)
               WHEN NOT WS-PRJ-EXISTS(WS-FROM-USE)
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-INC" TO WS-REJECT-REASON
               WHEN WS-PRJ-STATE(WS-FROM-USE) = "G"
               WHEN WS-PRJ-STATE(WS-TO-USE) = "G"
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-GELE" TO WS-REJECT-REASON
               WHEN WS-PRJ-BAL(WS-FROM-USE) < WS-ACCT-AMOUNT
                   SET WS-REJECT TO TRUE
                   MOVE "CPT-DECV" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF NOT WS-REJECT
               MOVE WS-PRJ-BAL(WS-TO-USE) TO WS-PRJ-BALANCE
               ADD WS-ACCT-AMOUNT TO WS-PRJ-BALANCE
                   ON SIZE ERROR SET WS-OVERFLOW TO TRUE
               END-ADD
               IF WS-OVERFLOW
                   SET WS-REJECT TO TRUE
                   MOVE "CAPACITE" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-PRJ-BALANCE TO WS-PRJ-BAL(WS-TO-USE)
                   SUBTRACT WS-ACCT-AMOUNT
                       FROM WS-PRJ-BAL(WS-FROM-USE)
               END-IF
           END-IF.

       PG-EDIT-TRANSFER-EXIT.
           EXIT.

      *    Retrouve le compte WS-PRJ-SEEK dans la table des soldes
      *    projetés ; à la première rencontre il y est chargé depuis
      *    ACCOUNTS (ou noté inconnu). WS-PRJ-USE en donne le rang.
      *    Table pleine, le dernier poste sert de poste de passage,
      *    relu à chaque fois sans projection.

       PG-PRJ-FIND.

           SET WS-PRJ-FOUND TO FALSE.
           MOVE 1 TO WS-PRJ-IX.
           PERFORM PG-PRJ-FIND-PASS
           THRU    PG-PRJ-FIND-PASS-EXIT
           UNTIL   WS-PRJ-FOUND OR WS-PRJ-IX > WS-PRJ-COUNT.

           IF NOT WS-PRJ-FOUND
               IF WS-PRJ-COUNT < 200
                   ADD 1 TO WS-PRJ-COUNT
               END-IF
               MOVE WS-PRJ-COUNT TO WS-PRJ-USE
               MOVE WS-PRJ-SEEK TO WS-PRJ-CODE(WS-PRJ-USE)
               MOVE ZERO TO WS-PRJ-BAL(WS-PRJ-USE)
               MOVE "A" TO WS-PRJ-STATE(WS-PRJ-USE)
               SET WS-PRJ-EXISTS(WS-PRJ-USE) TO FALSE
               IF NOT WS-ACCT-NOFILE
                   MOVE WS-PRJ-SEEK TO ACCT-CODE
                   READ ACCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET WS-PRJ-EXISTS(WS-PRJ-USE) TO TRUE
                           MOVE ACCT-BALANCE TO WS-PRJ-BAL(WS-PRJ-USE)
                           MOVE ACCT-STATE TO WS-PRJ-STATE(WS-PRJ-USE)
                   END-READ
               END-IF
           END-IF.

       PG-PRJ-FIND-EXIT.
           EXIT.

       PG-PRJ-FIND-PASS.

           IF WS-PRJ-CODE(WS-PRJ-IX) = WS-PRJ-SEEK
               MOVE WS-PRJ-IX TO WS-PRJ-USE
               SET WS-PRJ-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PRJ-IX
           END-IF.

       PG-PRJ-FIND-PASS-EXIT.
           EXIT.

      *    Porte la transaction rejetée à la liste : numéro de ligne
      *    dans TRANSIN, image telle que lue et code motif.

       PG-REJECT-PRINT.

           ADD 1 TO WS-BATCH-REJ-CNT.
           MOVE SPACES TO WS-PRT-DETAIL.
           MOVE WS-BATCH-READ-CNT TO PRT-LINE-NO.
           MOVE WS-TRANS-IMAGE TO PRT-IMAGE.
           MOVE WS-REJECT-REASON TO PRT-REASON.
           MOVE WS-PRT-DETAIL TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

       PG-REJECT-PRINT-EXIT.
           EXIT.

      *    Prévision du bloc de contrôle de la passe : lues,
      *    traitées, rejetées et somme des résultats, imprimée en
      *    fin de liste et rappelée à l'écran.

       0000-PRINT-TOTALS.

           IF NOT WS-DAY-CLOSED AND WS-BATCH-REJ-CNT = 0
               MOVE WS-PRT-NONE TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-PRT-TOT-HEAD TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "LUES       : " TO PRT-T-LABEL.
           MOVE WS-BATCH-READ-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "TRAITEES   : " TO PRT-T-LABEL.
           MOVE WS-BATCH-PROC-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "REJETEES   : " TO PRT-T-LABEL.
           MOVE WS-BATCH-REJ-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-BATCH-SUM TO PRT-T-SUM.
           MOVE WS-PRT-TOT-SUM TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Édition préalable de TRANSIN :"
           DISPLAY "  lues     : " WS-BATCH-READ-CNT
           DISPLAY "  traitées : " WS-BATCH-PROC-CNT
           DISPLAY "  rejetées : " WS-BATCH-REJ-CNT
           DISPLAY "  somme    : " PRT-T-SUM
           DISPLAY "Liste d'édition dans EDITLIST."
           DISPLAY"-------------------------------------------".

       0000-PRINT-TOTALS-EXIT.
           EXIT.

      *    Entête de page : titre, numéro de page, date et heure
      *    d'édition, reprise à chaque saut de page.

       PG-PAGE-HEADER.

           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO PRT-H1-PAGE.
           WRITE PRINT-RECORD FROM WS-PRT-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE WS-DATE-DISPLAY(1:10) TO PRT-H2-DATE.
           MOVE WS-TIME-DISPLAY TO PRT-H2-TIME.
           WRITE PRINT-RECORD FROM WS-PRT-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-LINE-COUNT.

       PG-PAGE-HEADER-EXIT.
           EXIT.

       PG-PRINT-WRITE.

           IF WS-LINE-COUNT >= 60
               PERFORM PG-PAGE-HEADER
               THRU    PG-PAGE-HEADER-EXIT
           END-IF.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PG-PRINT-WRITE-EXIT.
           EXIT.

           COPY GETDATE.

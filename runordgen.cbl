       IDENTIFICATION DIVISION.
       PROGRAM-ID. runordgen.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "CLOSEDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Fichier des ordres permanents, tenu par la maintenance
      *    des ordres ; le générateur n'y change que la dernière
      *    échéance émise.

       FD  ORD-FILE.
           COPY ORDREC.

      *    Fichier de transactions du mode batch : les échéances
      *    dues y sont ajoutées en queue, à la suite des
      *    transactions déjà saisies pour la passe.

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(50).

      *    Journées closes : une échéance tombée un jour déjà clos
      *    est sautée, et rien n'est émis si le jour même est clos.

       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           05  CLS-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  CLS-TIME        PIC X(8).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-ORD-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-CLOSE-STATUS PIC XX.
       01  WS-ORD-EOF-SW PIC X VALUE "N".
           88 WS-ORD-EOF VALUE "Y" FALSE "N".
       01  WS-CLOSE-EOF-SW PIC X VALUE "N".
           88 WS-CLOSE-EOF VALUE "Y" FALSE "N".
       01  WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y" FALSE "N".
       01  WS-CLOSED-CHECK-DATE PIC X(10).

      *    Ordres en mémoire : le fichier entier est relu, puis
      *    récrit une seule fois avec les dernières échéances
      *    avancées, après fermeture de TRANSIN.

       01  WS-ORD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ORD-IX PIC 9(3).
       01  WS-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y" FALSE "N".
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 200 TIMES PIC X(110).

      *    Calcul des échéances : date courante en AAAAMMJJ et sa
      *    vue numérique pour les fonctions de date ; le jour
      *    d'ancrage d'un ordre mensuel est celui de sa date de
      *    début, ramené au dernier jour des mois plus courts.

       01  WS-TODAY-KEY PIC X(8).
       01  WS-DUE-KEY PIC X(8).
       01  WS-DUE-YMD PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-DUE-YMD.
           05  WS-DUE-YEAR PIC 9(4).
           05  WS-DUE-MONTH PIC 9(2).
           05  WS-DUE-DAY PIC 9(2).
       01  WS-DUE-INT PIC 9(8).
       01  WS-ANCHOR-DAY PIC 9(2).
       01  WS-MONTH-END-YMD PIC 9(8).
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-YMD.
           05  WS-MONTH-END-YEAR PIC 9(4).
           05  WS-MONTH-END-MONTH PIC 9(2).
           05  WS-MONTH-END-DAY PIC 9(2).
       01  WS-DUE-DONE-SW PIC X VALUE "N".
           88 WS-DUE-DONE VALUE "Y" FALSE "N".
       01  WS-DUE-SHOW PIC X(10).
       01  WS-CHECK-YMD PIC 9(8).
       01  WS-ORD-BAD-SW PIC X VALUE "N".
           88 WS-ORD-BAD VALUE "Y" FALSE "N".

      *    Décomptes de la passe.

       01  WS-GEN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SKIP-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SKIP-SUSP-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SKIP-BAD-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           MOVE 1 TO WS-ORD-IX.
           PERFORM 0000-ORDER-PASS
           THRU    0000-ORDER-PASS-EXIT
           UNTIL   WS-ORD-IX > WS-ORD-COUNT.

           CLOSE TRANS-FILE.

           PERFORM 0000-REWRITE-ORDERS
           THRU    0000-REWRITE-ORDERS-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Ordres permanents au " WS-DATE-DISPLAY(1:10)
           DISPLAY "  transactions émises dans TRANSIN : "
           WS-GEN-COUNT
           DISPLAY "  échéances sautées (journée close) : "
           WS-SKIP-CLOSED-COUNT
           DISPLAY "  échéances sautées (ordre suspendu) : "
           WS-SKIP-SUSP-COUNT
           IF WS-SKIP-BAD-COUNT > 0
               DISPLAY "  ordres écartés (date invalide) : "
               WS-SKIP-BAD-COUNT
           END-IF
           DISPLAY"-------------------------------------------".
           STOP RUN.

      *    Générateur des ordres permanents, passé avant la fenêtre
      *    batch : chaque ordre actif émet dans TRANSIN une
      *    transaction par échéance due jusqu'au jour inclus,
      *    rattrapant les échéances manquées depuis la dernière
      *    émise. Une échéance tombée un jour déjà clos est
      *    sautée ; celles d'un ordre suspendu passent sans rien
      *    émettre. La dernière échéance de chaque ordre avance à
      *    chaque échéance traitée, si bien qu'une relance le même
      *    jour n'émet jamais deux fois.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.
           MOVE WS-DATEACTU TO WS-TODAY-KEY.

      *    Jour déjà clos : la passe batch refuserait le fichier,
      *    rien n'est émis et aucune échéance n'avance — la relance
      *    du lendemain rattrapera.

           SET WS-DAY-CLOSED TO FALSE.
           MOVE WS-DATE-DISPLAY(1:10) TO WS-CLOSED-CHECK-DATE.
           PERFORM PG-CLOSED-CHECK
           THRU    PG-CLOSED-CHECK-EXIT.
           IF WS-DAY-CLOSED
               DISPLAY"-------------------------------------------"
               DISPLAY "Journée du " WS-DATE-DISPLAY(1:10)
               " déjà close : aucun ordre permanent émis."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           PERFORM PG-ORD-LOAD
           THRU    PG-ORD-LOAD-EXIT.

      *    Plus de 200 ordres : rien n'est émis ni récrit, sinon les
      *    ordres au-delà de la table seraient perdus.

           IF WS-TABLE-FULL
               DISPLAY"-------------------------------------------"
               DISPLAY "Plus de 200 ordres au fichier STANDORD :"
               " arrêt sans rien émettre."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Fichier TRANSIN indisponible (état "
               WS-TRANS-STATUS "), aucun ordre permanent émis."
               STOP RUN
           END-IF.

       0000-INITIALIZE-EXIT.
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

      *    Un ordre de la table : un ordre terminé, ou pas encore
      *    commencé, est laissé tel quel ; sinon ses échéances sont
      *    parcourues de la suivante à aujourd'hui, sans dépasser
      *    sa date de fin.

       0000-ORDER-PASS.

           MOVE WS-ORD-ENTRY(WS-ORD-IX) TO ORD-RECORD.

           SET WS-ORD-BAD TO FALSE.
           IF ORD-STATE = "A" OR ORD-STATE = "S"
               PERFORM PG-ORDER-DATE-CHECK
               THRU    PG-ORDER-DATE-CHECK-EXIT
           END-IF.

           IF NOT WS-ORD-BAD
           AND (ORD-STATE = "A" OR ORD-STATE = "S")
           AND ORD-START NOT > WS-TODAY-KEY
               IF ORD-LAST = SPACES
                   MOVE ORD-START TO WS-DUE-KEY
               ELSE
                   MOVE ORD-LAST TO WS-DUE-KEY
                   PERFORM PG-NEXT-DUE
                   THRU    PG-NEXT-DUE-EXIT
               END-IF
               PERFORM PG-DUE-LIMIT
               THRU    PG-DUE-LIMIT-EXIT
               PERFORM PG-DUE-PASS
               THRU    PG-DUE-PASS-EXIT
               UNTIL   WS-DUE-DONE
               MOVE ORD-RECORD TO WS-ORD-ENTRY(WS-ORD-IX)
           END-IF.

           ADD 1 TO WS-ORD-IX.

       0000-ORDER-PASS-EXIT.
           EXIT.

      *    Une date de début, de fin ou de dernière échéance qui
      *    n'existe pas au calendrier ferait partir le calcul des
      *    échéances de l'an 1601 et inonderait TRANSIN : l'ordre est
      *    écarté de la passe, laissé tel quel au fichier et signalé
      *    pour correction par la maintenance des ordres.

       PG-ORDER-DATE-CHECK.

           IF ORD-START IS NOT NUMERIC
               SET WS-ORD-BAD TO TRUE
           ELSE
               MOVE ORD-START TO WS-CHECK-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-YMD) NOT = 0
                   SET WS-ORD-BAD TO TRUE
               END-IF
           END-IF.
           IF ORD-LAST NOT = SPACES
               IF ORD-LAST IS NOT NUMERIC
                   SET WS-ORD-BAD TO TRUE
               ELSE
                   MOVE ORD-LAST TO WS-CHECK-YMD
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-YMD)
                       NOT = 0
                       SET WS-ORD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF ORD-END NOT = SPACES
               IF ORD-END IS NOT NUMERIC
                   SET WS-ORD-BAD TO TRUE
               ELSE
                   MOVE ORD-END TO WS-CHECK-YMD
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-YMD)
                       NOT = 0
                       SET WS-ORD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WS-ORD-BAD
               ADD 1 TO WS-SKIP-BAD-COUNT
               DISPLAY "Ordre " ORD-REF " écarté : date invalide"
               " (début " ORD-START ", fin " ORD-END
               ", dernière " ORD-LAST ")."
           END-IF.

       PG-ORDER-DATE-CHECK-EXIT.
           EXIT.

      *    Une échéance due : émise, ou sautée si l'ordre est
      *    suspendu ou si sa journée est déjà close ; dans tous les
      *    cas elle devient la dernière échéance de l'ordre.

       PG-DUE-PASS.

           MOVE SPACES TO WS-DUE-SHOW.
           MOVE WS-DUE-KEY(7:2) TO WS-DUE-SHOW(1:2).
           MOVE "/" TO WS-DUE-SHOW(3:1).
           MOVE WS-DUE-KEY(5:2) TO WS-DUE-SHOW(4:2).
           MOVE "/" TO WS-DUE-SHOW(6:1).
           MOVE WS-DUE-KEY(1:4) TO WS-DUE-SHOW(7:4).

           SET WS-DAY-CLOSED TO FALSE.
           IF ORD-STATE = "A"
               MOVE WS-DUE-SHOW TO WS-CLOSED-CHECK-DATE
               PERFORM PG-CLOSED-CHECK
               THRU    PG-CLOSED-CHECK-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN ORD-STATE = "S"
               ADD 1 TO WS-SKIP-SUSP-COUNT
           WHEN WS-DAY-CLOSED
               ADD 1 TO WS-SKIP-CLOSED-COUNT
               DISPLAY "Ordre " ORD-REF " échéance du " WS-DUE-SHOW
               " sautée : journée close."
           WHEN OTHER
               MOVE ORD-TRANS TO TRANS-RECORD
               WRITE TRANS-RECORD
               ADD 1 TO WS-GEN-COUNT
               DISPLAY "Ordre " ORD-REF " échéance du " WS-DUE-SHOW
               " émise."
           END-EVALUATE.

           MOVE WS-DUE-KEY TO ORD-LAST.
           PERFORM PG-NEXT-DUE
           THRU    PG-NEXT-DUE-EXIT.
           PERFORM PG-DUE-LIMIT
           THRU    PG-DUE-LIMIT-EXIT.

       PG-DUE-PASS-EXIT.
           EXIT.

      *    Arrête le parcours d'un ordre quand l'échéance suivante
      *    dépasse aujourd'hui ou la date de fin de l'ordre.

       PG-DUE-LIMIT.

           SET WS-DUE-DONE TO FALSE.
           IF WS-DUE-KEY > WS-TODAY-KEY
               SET WS-DUE-DONE TO TRUE
           END-IF.
           IF ORD-END NOT = SPACES AND WS-DUE-KEY > ORD-END
               SET WS-DUE-DONE TO TRUE
           END-IF.

       PG-DUE-LIMIT-EXIT.
           EXIT.

      *    Échéance qui suit WS-DUE-KEY selon la fréquence de
      *    l'ordre : lendemain, même jour de la semaine suivante, ou
      *    jour d'ancrage du mois suivant. Une fréquence inconnue
      *    renvoie une date hors d'atteinte : l'ordre n'émet rien.

       PG-NEXT-DUE.

           MOVE WS-DUE-KEY TO WS-DUE-YMD.
           EVALUATE ORD-FREQ
           WHEN "J"
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YMD) + 1
               COMPUTE WS-DUE-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           WHEN "H"
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YMD) + 7
               COMPUTE WS-DUE-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           WHEN "M"
               PERFORM PG-NEXT-MONTH
               THRU    PG-NEXT-MONTH-EXIT
           WHEN OTHER
               MOVE 99991231 TO WS-DUE-YMD
           END-EVALUATE.
           MOVE WS-DUE-YMD TO WS-DUE-KEY.

       PG-NEXT-DUE-EXIT.
           EXIT.

       PG-NEXT-MONTH.

           MOVE ORD-START(7:2) TO WS-ANCHOR-DAY.
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF.

      *    Dernier jour du mois atteint : veille du premier du mois
      *    d'après.

           MOVE WS-DUE-YEAR TO WS-MONTH-END-YEAR.
           MOVE WS-DUE-MONTH TO WS-MONTH-END-MONTH.
           MOVE 1 TO WS-MONTH-END-DAY.
           IF WS-MONTH-END-MONTH = 12
               MOVE 1 TO WS-MONTH-END-MONTH
               ADD 1 TO WS-MONTH-END-YEAR
           ELSE
               ADD 1 TO WS-MONTH-END-MONTH
           END-IF.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-YMD) - 1.
           COMPUTE WS-MONTH-END-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).

           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DUE-DAY
           END-IF.

       PG-NEXT-MONTH-EXIT.
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

      *    Récrit STANDORD avec les dernières échéances avancées,
      *    une fois TRANSIN fermé.

       0000-REWRITE-ORDERS.

           OPEN OUTPUT ORD-FILE.
           MOVE 1 TO WS-ORD-IX.
           PERFORM PG-ORD-WRITE
           THRU    PG-ORD-WRITE-EXIT
           UNTIL   WS-ORD-IX > WS-ORD-COUNT.
           CLOSE ORD-FILE.

       0000-REWRITE-ORDERS-EXIT.
           EXIT.

       PG-ORD-WRITE.

           MOVE WS-ORD-ENTRY(WS-ORD-IX) TO ORD-RECORD.
           WRITE ORD-RECORD.
           ADD 1 TO WS-ORD-IX.

       PG-ORD-WRITE-EXIT.
           EXIT.

           COPY GETDATE.

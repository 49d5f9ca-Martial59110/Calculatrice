       IDENTIFICATION DIVISION.
       PROGRAM-ID. runmonitor.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PARM-FILE ASSIGN TO "REPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MON-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-STATUS.
           SELECT IDX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT REFUSAL-FILE ASSIGN TO "REFUSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "MONLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
           COPY LOGREC.

      *    Paramètres du rapport, la même disposition que le
      *    rapport de synthèse : la surveillance couvre la même
      *    période JJ/MM/AAAA, le jour courant à défaut.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FROM-DATE  PIC X(10).
           05  FILLER          PIC X.
           05  PARM-TO-DATE    PIC X(10).

      *    Seuils de la surveillance, tenus par le contrôleur : une
      *    ligne par seuil, mot-clé puis valeur. Un seuil absent
      *    garde sa valeur d'atelier ; un seuil à zéro désactive le
      *    contrôle. Les lignes EQUIPE rattachent un opérateur
      *    (valeur) à son chef d'équipe (seconde valeur).
      *      TAUXANN  taux d'annulation AN, en % des lignes (10)
      *      VISAS    visas superviseur reçus (5)
      *      VISAPCT  part des visas de la période, en % (50)
      *      VISAEQ   visas donnés par le chef d'équipe (1)
      *      REFUS    opérations refusées au-delà du plafond (3)
      *      GROSMONT montant à partir duquel une ligne est grosse
      *               (10000)
      *      ANGROS   annulations AN de grosses lignes (2)
      *      OUVERT   heure d'ouverture HH:MM (08:00)
      *      FERME    heure de fermeture HH:MM (19:00)
      *      HORS     lignes hors des heures d'ouverture (1)

       FD  MON-FILE.
       01  MON-RECORD.
           05  MPR-KEY         PIC X(8).
           05  FILLER          PIC X.
           05  MPR-VALUE       PIC X(12).
           05  FILLER          PIC X.
           05  MPR-VALUE-2     PIC X(8).

      *    Index des archives datées, tenu par l'archivage : les
      *    journées purgées du journal vivant se relisent dans les
      *    fichiers TRANSARCH.AAAAMMJJ qu'il nomme.

       FD  IDX-FILE.
       01  IDX-RECORD PIC X(30).

       FD  ARC-FILE.
       01  ARC-RECORD PIC X(152).

       FD  REFUSAL-FILE.
           COPY REFUSREC.

      *    État imprimable destiné au contrôleur : la courte liste
      *    des opérateurs à suivre, rangés par nombre d'alertes.

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-LOG-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-MON-STATUS PIC XX.
       01  WS-IDX-STATUS PIC XX.
       01  WS-ARC-STATUS PIC XX.
       01  WS-REFUSAL-STATUS PIC XX.
       01  WS-PRINT-STATUS PIC XX.
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-MON-EOF-SW PIC X VALUE "N".
           88 WS-MON-EOF VALUE "Y" FALSE "N".
       01  WS-IDX-EOF-SW PIC X VALUE "N".
           88 WS-IDX-EOF VALUE "Y" FALSE "N".
       01  WS-ARC-EOF-SW PIC X VALUE "N".
           88 WS-ARC-EOF VALUE "Y" FALSE "N".
       01  WS-REFUSAL-EOF-SW PIC X VALUE "N".
           88 WS-REFUSAL-EOF VALUE "Y" FALSE "N".

      *    Bornes de la période, converties en clés AAAAMMJJ comme
      *    dans le rapport de synthèse.

       01  WS-FROM-KEY PIC X(8).
       01  WS-TO-KEY   PIC X(8).
       01  WS-FROM-SHOW PIC X(10).
       01  WS-TO-SHOW   PIC X(10).
       01  WS-DATE-WORK PIC X(10).
       01  WS-DATE-KEY  PIC X(8).

       01  WS-ARCHIVE-NAME PIC X(30).

      *    Noms d'archives déjà relus : un nom répété dans l'index
      *    ne doit pas faire compter son détail deux fois.

       01  WS-NM-COUNT PIC 9(3) VALUE ZERO.
       01  WS-NM-IX PIC 9(3).
       01  WS-NM-SEEN-SW PIC X VALUE "N".
           88 WS-NM-SEEN VALUE "Y" FALSE "N".
       01  WS-NM-TABLE.
           05  WS-NM-ENTRY OCCURS 100 TIMES.
               10  WS-NM-NAME PIC X(30).

      *    Seuils en vigueur, valeurs d'atelier remplacées par
      *    MONPARM.

       01  WS-THR-VOID-PCT PIC 9(3)V99 VALUE 10.
       01  WS-THR-OVR-CNT PIC 9(5) VALUE 5.
       01  WS-THR-OVR-PCT PIC 9(3)V99 VALUE 50.
       01  WS-THR-TEAM-CNT PIC 9(5) VALUE 1.
       01  WS-THR-REF-CNT PIC 9(5) VALUE 3.
       01  WS-THR-LARGE-AMT PIC 9(9)V99 VALUE 10000.
       01  WS-THR-LARGE-VOID PIC 9(5) VALUE 2.
       01  WS-THR-OPEN PIC X(5) VALUE "08:00".
       01  WS-THR-CLOSE PIC X(5) VALUE "19:00".
       01  WS-THR-OFF-CNT PIC 9(5) VALUE 1.
       01  WS-PARM-VALUE PIC S9(9)V99.
       01  WS-PARM-BAD-CNT PIC 9(3) VALUE ZERO.

      *    Équipes : chaque opérateur rattaché à son chef d'équipe,
      *    pour repérer le superviseur qui vise les opérations de
      *    sa propre équipe.

       01  WS-TM-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TM-IX PIC 9(3).
       01  WS-TM-FOUND-SW PIC X VALUE "N".
           88 WS-TM-FOUND VALUE "Y" FALSE "N".
       01  WS-TM-TABLE.
           05  WS-TM-ENTRY OCCURS 200 TIMES.
               10  WS-TM-MEMBER PIC X(8).
               10  WS-TM-CHIEF PIC X(8).

      *    Relevé par opérateur : lignes saisies au clavier,
      *    annulations AN (dont celles de grosses lignes), visas
      *    reçus (dont ceux du chef d'équipe) et donnés, refus,
      *    lignes hors des heures d'ouverture ; puis les alertes
      *    levées (une marque par contrôle) et leur nombre, qui
      *    fait le rang.

       01  WS-OM-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OM-IX PIC 9(3).
       01  WS-OM-LOST PIC 9(7) VALUE ZERO.
       01  WS-OM-SEEK-ID PIC X(8).
       01  WS-OM-FOUND-SW PIC X VALUE "N".
           88 WS-OM-FOUND VALUE "Y" FALSE "N".
       01  WS-OM-TABLE.
           05  WS-OM-ENTRY OCCURS 100 TIMES.
               10  WS-OM-CODE PIC X(8).
               10  WS-OM-LINES PIC 9(7).
               10  WS-OM-VOIDS PIC 9(7).
               10  WS-OM-VOID-LARGE PIC 9(7).
               10  WS-OM-OVR-RECV PIC 9(7).
               10  WS-OM-OVR-TEAM PIC 9(7).
               10  WS-OM-OVR-GIVEN PIC 9(7).
               10  WS-OM-REFUSALS PIC 9(7).
               10  WS-OM-OFF-HOURS PIC 9(7).
               10  WS-OM-VOID-PCT PIC 9(3)V99.
               10  WS-OM-OVR-PCT PIC 9(3)V99.
               10  WS-OM-FLAGS PIC X(7).
               10  WS-OM-FLAG-CNT PIC 9.
               10  WS-OM-PRINTED-SW PIC X.
                   88 WS-OM-PRINTED VALUE "Y" FALSE "N".

      *    Libellés des alertes, dans l'ordre des marques de
      *    WS-OM-FLAGS.

       01  WS-FLAG-TEXTS.
           05  FILLER PIC X(50) VALUE
               "taux d'annulation AN au seuil ou au-delà".
           05  FILLER PIC X(50) VALUE
               "visas superviseur reçus au seuil ou au-delà".
           05  FILLER PIC X(50) VALUE
               "part des visas de la période au seuil".
           05  FILLER PIC X(50) VALUE
               "visas donnés par son propre chef d'équipe".
           05  FILLER PIC X(50) VALUE
               "opérations refusées au-delà du plafond".
           05  FILLER PIC X(50) VALUE
               "annulations AN de grosses lignes".
           05  FILLER PIC X(50) VALUE
               "lignes saisies hors des heures d'ouverture".
       01  WS-FLAG-TABLE REDEFINES WS-FLAG-TEXTS.
           05  WS-FLAG-TEXT PIC X(50) OCCURS 7 TIMES.
       01  WS-FLAG-IX PIC 9.

      *    Décomptes de la relecture et du classement.

       01  WS-LINE-READ-CNT PIC 9(7) VALUE ZERO.
       01  WS-REF-READ-CNT PIC 9(7) VALUE ZERO.
       01  WS-OVR-TOTAL PIC 9(7) VALUE ZERO.
       01  WS-FLAGGED-CNT PIC 9(3) VALUE ZERO.
       01  WS-RANK PIC 9(3) VALUE ZERO.
       01  WS-BEST-IX PIC 9(3).
       01  WS-AMOUNT PIC S9(9)V9(4).

      *    Mise en page de la liste : 60 lignes par page, entête
      *    titrée et numérotée reprise à chaque saut, comme la
      *    liste d'édition.

       01  WS-PAGE-NO PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-PRINT-LINE PIC X(132).

       01  WS-PRT-HEAD-1.
           05  FILLER PIC X(45) VALUE
               "SURVEILLANCE DES EXCEPTIONS PAR OPERATEUR".
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  PRT-H1-PAGE PIC ZZ9.
       01  WS-PRT-HEAD-2.
           05  FILLER PIC X(11) VALUE "Edité le  ".
           05  PRT-H2-DATE PIC X(10).
           05  FILLER PIC X(4) VALUE " à ".
           05  PRT-H2-TIME PIC X(8).
       01  WS-PRT-PERIOD.
           05  FILLER PIC X(12) VALUE "Période du ".
           05  PRT-P-FROM PIC X(10).
           05  FILLER PIC X(4) VALUE " au ".
           05  PRT-P-TO PIC X(10).
       01  WS-PRT-COLS.
           05  FILLER PIC X(14) VALUE "RANG OPERATEUR".
           05  FILLER PIC X(16) VALUE "  LIGNES  ANNUL.".
           05  FILLER PIC X(15) VALUE "  TX-AN%  VISAS".
           05  FILLER PIC X(16) VALUE "  PART% V-EQUIPE".
           05  FILLER PIC X(16) VALUE " V-DONNES  REFUS".
           05  FILLER PIC X(16) VALUE " AN-GROS  HORS-H".
           05  FILLER PIC X(9) VALUE "  ALERTES".
       01  WS-PRT-DETAIL.
           05  PRT-D-RANK PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-D-CODE PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-LINES PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-VOIDS PIC Z(5)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-VOID-PCT PIC ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-OVR PIC Z(5)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-OVR-PCT PIC ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-TEAM PIC Z(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-GIVEN PIC Z(7)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-REF PIC Z(5)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-LARGE PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-OFF PIC Z(6)9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-D-FLAGS PIC Z(7)9.
       01  WS-PRT-ALERT.
           05  FILLER PIC X(7) VALUE "     - ".
           05  PRT-A-TEXT PIC X(50).
       01  WS-PRT-NONE.
           05  FILLER PIC X(40) VALUE
               "AUCUN OPERATEUR SIGNALE".
       01  WS-PRT-TOT-HEAD.
           05  FILLER PIC X(40) VALUE
               "SEUILS ET DECOMPTES DE LA SURVEILLANCE".
       01  WS-PRT-TOT-CNT.
           05  PRT-T-LABEL PIC X(36).
           05  PRT-T-NB PIC Z(8)9.
       01  WS-PRT-TOT-PCT.
           05  PRT-T-PLABEL PIC X(36).
           05  PRT-T-PCT PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE " %".
       01  WS-PRT-TOT-AMT.
           05  PRT-T-ALABEL PIC X(36).
           05  PRT-T-AMT PIC Z(8)9.99.
       01  WS-PRT-TOT-HOURS.
           05  FILLER PIC X(36) VALUE
               "Heures d'ouverture                 ".
           05  PRT-T-OPEN PIC X(5).
           05  FILLER PIC X(3) VALUE " - ".
           05  PRT-T-CLOSE PIC X(5).

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           PERFORM 0000-ARCHIVE-LOOP
           THRU    0000-ARCHIVE-LOOP-EXIT.

           PERFORM 0000-READ-LOOP
           THRU    0000-READ-LOOP-EXIT.

           PERFORM 0000-REFUSAL-LOOP
           THRU    0000-REFUSAL-LOOP-EXIT.

           PERFORM 0000-EVALUATE
           THRU    0000-EVALUATE-EXIT.

           PERFORM 0000-PRINT-RANKING
           THRU    0000-PRINT-RANKING-EXIT.

           PERFORM 0000-PRINT-TOTALS
           THRU    0000-PRINT-TOTALS-EXIT.

           CLOSE PRINT-FILE.
           STOP RUN.

      *    Surveillance des exceptions pour le contrôleur : relit le
      *    journal des transactions (archives datées comprises) et
      *    le journal des refus sur la période REPPARM, relève par
      *    opérateur les annulations, les visas superviseur, les
      *    refus et les saisies hors des heures d'ouverture, les
      *    confronte aux seuils de MONPARM et imprime la courte
      *    liste des opérateurs à suivre, du plus signalé au moins
      *    signalé. Seules les lignes du clavier comptent (numéro de
      *    passe à zéro) : les passes batch et leurs contre-passations
      *    ne sont le fait d'aucun caissier.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           PERFORM PG-READ-PARM
           THRU    PG-READ-PARM-EXIT.

           PERFORM PG-MON-PARM
           THRU    PG-MON-PARM-EXIT.

           OPEN OUTPUT PRINT-FILE.
           PERFORM PG-PAGE-HEADER
           THRU    PG-PAGE-HEADER-EXIT.

           MOVE WS-FROM-SHOW TO PRT-P-FROM.
           MOVE WS-TO-SHOW TO PRT-P-TO.
           MOVE WS-PRT-PERIOD TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

       0000-INITIALIZE-EXIT.
           EXIT.

      *    Bornes de la période : lues dans REPPARM si le fichier
      *    est présent et porte des dates, sinon le jour courant.

       PG-READ-PARM.

           MOVE WS-DATE-DISPLAY(1:10) TO WS-FROM-SHOW.
           MOVE WS-DATE-DISPLAY(1:10) TO WS-TO-SHOW.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-FROM-DATE NOT = SPACES
                   MOVE PARM-FROM-DATE TO WS-FROM-SHOW
               END-IF
               IF PARM-TO-DATE NOT = SPACES
                   MOVE PARM-TO-DATE TO WS-TO-SHOW
               END-IF
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-FROM-SHOW TO WS-DATE-WORK.
           PERFORM PG-DATE-KEY
           THRU    PG-DATE-KEY-EXIT.
           MOVE WS-DATE-KEY TO WS-FROM-KEY.
           MOVE WS-TO-SHOW TO WS-DATE-WORK.
           PERFORM PG-DATE-KEY
           THRU    PG-DATE-KEY-EXIT.
           MOVE WS-DATE-KEY TO WS-TO-KEY.

       PG-READ-PARM-EXIT.
           EXIT.

      *    Convertit une date européenne JJ/MM/AAAA en clé AAAAMMJJ
      *    comparable par simple ordre alphabétique.

       PG-DATE-KEY.

           MOVE WS-DATE-WORK(7:4) TO WS-DATE-KEY(1:4).
           MOVE WS-DATE-WORK(4:2) TO WS-DATE-KEY(5:2).
           MOVE WS-DATE-WORK(1:2) TO WS-DATE-KEY(7:2).

       PG-DATE-KEY-EXIT.
           EXIT.

      *    Seuils et équipes : chaque ligne de MONPARM remplace la
      *    valeur d'atelier de son mot-clé ; une ligne illisible
      *    est signalée et ignorée.

       PG-MON-PARM.

           MOVE ZERO TO WS-TM-COUNT.
           SET WS-MON-EOF TO FALSE.
           OPEN INPUT MON-FILE.
           IF WS-MON-STATUS = "00"
               READ MON-FILE
                   AT END SET WS-MON-EOF TO TRUE
               END-READ
               PERFORM PG-MON-PARM-LINE
               THRU    PG-MON-PARM-LINE-EXIT
               UNTIL   WS-MON-EOF
               CLOSE MON-FILE
           END-IF.

       PG-MON-PARM-EXIT.
           EXIT.

       PG-MON-PARM-LINE.

           MOVE FUNCTION UPPER-CASE(MPR-KEY) TO MPR-KEY.
           EVALUATE MPR-KEY
           WHEN "EQUIPE"
               IF MPR-VALUE = SPACES OR MPR-VALUE-2 = SPACES
                   PERFORM PG-MON-PARM-BAD
                   THRU    PG-MON-PARM-BAD-EXIT
               ELSE
                   IF WS-TM-COUNT < 200
                       ADD 1 TO WS-TM-COUNT
                       MOVE FUNCTION UPPER-CASE(MPR-VALUE(1:8))
                           TO WS-TM-MEMBER(WS-TM-COUNT)
                       MOVE FUNCTION UPPER-CASE(MPR-VALUE-2)
                           TO WS-TM-CHIEF(WS-TM-COUNT)
                   ELSE
                       DISPLAY "Table des équipes pleine, ligne"
                       " ignorée : " MON-RECORD
                   END-IF
               END-IF
           WHEN "OUVERT"
           WHEN "FERME"
               IF MPR-VALUE(1:2) IS NUMERIC
               AND MPR-VALUE(3:1) = ":"
               AND MPR-VALUE(4:2) IS NUMERIC
                   IF MPR-KEY = "OUVERT"
                       MOVE MPR-VALUE(1:5) TO WS-THR-OPEN
                   ELSE
                       MOVE MPR-VALUE(1:5) TO WS-THR-CLOSE
                   END-IF
               ELSE
                   PERFORM PG-MON-PARM-BAD
                   THRU    PG-MON-PARM-BAD-EXIT
               END-IF
           WHEN "TAUXANN"
           WHEN "VISAS"
           WHEN "VISAPCT"
           WHEN "VISAEQ"
           WHEN "REFUS"
           WHEN "GROSMONT"
           WHEN "ANGROS"
           WHEN "HORS"
               IF FUNCTION TEST-NUMVAL(MPR-VALUE) = 0
                   COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL(MPR-VALUE)
                   IF WS-PARM-VALUE >= 0
                       PERFORM PG-MON-PARM-SET
                       THRU    PG-MON-PARM-SET-EXIT
                   ELSE
                       PERFORM PG-MON-PARM-BAD
                       THRU    PG-MON-PARM-BAD-EXIT
                   END-IF
               ELSE
                   PERFORM PG-MON-PARM-BAD
                   THRU    PG-MON-PARM-BAD-EXIT
               END-IF
           WHEN SPACES
               CONTINUE
           WHEN OTHER
               PERFORM PG-MON-PARM-BAD
               THRU    PG-MON-PARM-BAD-EXIT
           END-EVALUATE.

           READ MON-FILE
               AT END SET WS-MON-EOF TO TRUE
           END-READ.

       PG-MON-PARM-LINE-EXIT.
           EXIT.

       PG-MON-PARM-SET.

           EVALUATE MPR-KEY
           WHEN "TAUXANN"
               MOVE WS-PARM-VALUE TO WS-THR-VOID-PCT
           WHEN "VISAS"
               MOVE WS-PARM-VALUE TO WS-THR-OVR-CNT
           WHEN "VISAPCT"
               MOVE WS-PARM-VALUE TO WS-THR-OVR-PCT
           WHEN "VISAEQ"
               MOVE WS-PARM-VALUE TO WS-THR-TEAM-CNT
           WHEN "REFUS"
               MOVE WS-PARM-VALUE TO WS-THR-REF-CNT
           WHEN "GROSMONT"
               MOVE WS-PARM-VALUE TO WS-THR-LARGE-AMT
           WHEN "ANGROS"
               MOVE WS-PARM-VALUE TO WS-THR-LARGE-VOID
           WHEN "HORS"
               MOVE WS-PARM-VALUE TO WS-THR-OFF-CNT
           END-EVALUATE.

       PG-MON-PARM-SET-EXIT.
           EXIT.

       PG-MON-PARM-BAD.

           ADD 1 TO WS-PARM-BAD-CNT.
           DISPLAY "Ligne MONPARM ignorée : " MON-RECORD.

       PG-MON-PARM-BAD-EXIT.
           EXIT.

      *    Relit les archives datées nommées par l'index ARCHIDX
      *    pour que les journées purgées du journal vivant entrent
      *    dans la période surveillée.

       0000-ARCHIVE-LOOP.

           OPEN INPUT IDX-FILE.
           IF WS-IDX-STATUS = "00"
               READ IDX-FILE
                   AT END SET WS-IDX-EOF TO TRUE
               END-READ
               PERFORM PG-INDEX-RECORD
               THRU    PG-INDEX-RECORD-EXIT
               UNTIL   WS-IDX-EOF
               CLOSE IDX-FILE
           END-IF.

       0000-ARCHIVE-LOOP-EXIT.
           EXIT.

       PG-INDEX-RECORD.

           SET WS-NM-SEEN TO FALSE.
           MOVE 1 TO WS-NM-IX.
           PERFORM PG-NAME-SEARCH
           THRU    PG-NAME-SEARCH-EXIT
           UNTIL   WS-NM-SEEN OR WS-NM-IX > WS-NM-COUNT.

           IF NOT WS-NM-SEEN
               IF WS-NM-COUNT < 100
                   ADD 1 TO WS-NM-COUNT
                   MOVE IDX-RECORD TO WS-NM-NAME(WS-NM-COUNT)
                   MOVE IDX-RECORD TO WS-ARCHIVE-NAME
                   PERFORM PG-ARCHIVE-READ
                   THRU    PG-ARCHIVE-READ-EXIT
               ELSE
                   DISPLAY "Table des noms d'archives pleine,"
                   " archive ignorée : " IDX-RECORD
               END-IF
           END-IF.

           READ IDX-FILE
               AT END SET WS-IDX-EOF TO TRUE
           END-READ.

       PG-INDEX-RECORD-EXIT.
           EXIT.

       PG-NAME-SEARCH.

           IF WS-NM-NAME(WS-NM-IX) = IDX-RECORD
               SET WS-NM-SEEN TO TRUE
           ELSE
               ADD 1 TO WS-NM-IX
           END-IF.

       PG-NAME-SEARCH-EXIT.
           EXIT.

       PG-ARCHIVE-READ.

           SET WS-ARC-EOF TO FALSE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "Archive introuvable : "
               FUNCTION TRIM(WS-ARCHIVE-NAME)
           ELSE
               READ ARC-FILE
                   AT END SET WS-ARC-EOF TO TRUE
               END-READ
               PERFORM PG-ARCHIVE-RECORD
               THRU    PG-ARCHIVE-RECORD-EXIT
               UNTIL   WS-ARC-EOF
               CLOSE ARC-FILE
           END-IF.

       PG-ARCHIVE-READ-EXIT.
           EXIT.

       PG-ARCHIVE-RECORD.

           MOVE ARC-RECORD TO LOG-RECORD.
           MOVE LOG-DATE TO WS-DATE-WORK.
           PERFORM PG-DATE-KEY
           THRU    PG-DATE-KEY-EXIT.
           IF WS-DATE-KEY >= WS-FROM-KEY
           AND WS-DATE-KEY <= WS-TO-KEY
               PERFORM PG-LINE-ANALYSE
               THRU    PG-LINE-ANALYSE-EXIT
           END-IF.

           READ ARC-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.

       PG-ARCHIVE-RECORD-EXIT.
           EXIT.

       0000-READ-LOOP.

           SET WS-LOG-EOF TO FALSE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM 0000-READ-RECORD
               THRU    0000-READ-RECORD-EXIT
               UNTIL   WS-LOG-EOF
               CLOSE LOG-FILE
           END-IF.

       0000-READ-LOOP-EXIT.
           EXIT.

       0000-READ-RECORD.

           MOVE LOG-DATE TO WS-DATE-WORK.
           PERFORM PG-DATE-KEY
           THRU    PG-DATE-KEY-EXIT.
           IF WS-DATE-KEY >= WS-FROM-KEY
           AND WS-DATE-KEY <= WS-TO-KEY
               PERFORM PG-LINE-ANALYSE
               THRU    PG-LINE-ANALYSE-EXIT
           END-IF.

           READ LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.

       0000-READ-RECORD-EXIT.
           EXIT.

      *    Relève la ligne du journal, déjà retenue dans la
      *    période, sur son opérateur : ligne saisie, annulation
      *    AN (grosse si le montant annulé atteint GROSMONT), visa
      *    reçu (du chef d'équipe ou non), saisie hors des heures
      *    d'ouverture ; le visa est aussi compté au superviseur
      *    qui l'a donné.

       PG-LINE-ANALYSE.

           IF LOG-RUN-NO IS NOT NUMERIC OR LOG-RUN-NO = ZERO
               ADD 1 TO WS-LINE-READ-CNT
               MOVE LOG-OPERATOR-ID TO WS-OM-SEEK-ID
               PERFORM PG-OM-FIND
               THRU    PG-OM-FIND-EXIT
               IF WS-OM-FOUND
                   PERFORM PG-LINE-COUNT
                   THRU    PG-LINE-COUNT-EXIT
               END-IF
           END-IF.

       PG-LINE-ANALYSE-EXIT.
           EXIT.

       PG-LINE-COUNT.

           ADD 1 TO WS-OM-LINES(WS-OM-IX).

           IF LOG-OPERATOR = "AN"
               ADD 1 TO WS-OM-VOIDS(WS-OM-IX)
               IF FUNCTION TEST-NUMVAL(LOG-VOID-AMT) = 0
                   COMPUTE WS-AMOUNT =
                       FUNCTION ABS(FUNCTION NUMVAL(LOG-VOID-AMT))
                   IF WS-AMOUNT >= WS-THR-LARGE-AMT
                       ADD 1 TO WS-OM-VOID-LARGE(WS-OM-IX)
                   END-IF
               END-IF
           END-IF.

           IF LOG-TIME(1:5) < WS-THR-OPEN
           OR LOG-TIME(1:5) >= WS-THR-CLOSE
               ADD 1 TO WS-OM-OFF-HOURS(WS-OM-IX)
           END-IF.

           IF LOG-OVERRIDE-ID NOT = SPACES
               ADD 1 TO WS-OVR-TOTAL
               ADD 1 TO WS-OM-OVR-RECV(WS-OM-IX)
               SET WS-TM-FOUND TO FALSE
               MOVE 1 TO WS-TM-IX
               PERFORM PG-TEAM-SEARCH
               THRU    PG-TEAM-SEARCH-EXIT
               UNTIL   WS-TM-FOUND OR WS-TM-IX > WS-TM-COUNT
               IF WS-TM-FOUND
                   ADD 1 TO WS-OM-OVR-TEAM(WS-OM-IX)
               END-IF
               MOVE LOG-OVERRIDE-ID TO WS-OM-SEEK-ID
               PERFORM PG-OM-FIND
               THRU    PG-OM-FIND-EXIT
               IF WS-OM-FOUND
                   ADD 1 TO WS-OM-OVR-GIVEN(WS-OM-IX)
               END-IF
           END-IF.

       PG-LINE-COUNT-EXIT.
           EXIT.

       PG-TEAM-SEARCH.

           IF WS-TM-MEMBER(WS-TM-IX) = LOG-OPERATOR-ID
           AND WS-TM-CHIEF(WS-TM-IX) = LOG-OVERRIDE-ID
               SET WS-TM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TM-IX
           END-IF.

       PG-TEAM-SEARCH-EXIT.
           EXIT.

      *    Retrouve (ou crée) l'entrée de l'opérateur WS-OM-SEEK-ID ;
      *    WS-OM-IX en donne le rang. Table pleine : la ligne est
      *    comptée perdue et WS-OM-FOUND reste faux.

       PG-OM-FIND.

           SET WS-OM-FOUND TO FALSE.
           MOVE 1 TO WS-OM-IX.
           PERFORM PG-OM-FIND-PASS
           THRU    PG-OM-FIND-PASS-EXIT
           UNTIL   WS-OM-FOUND OR WS-OM-IX > WS-OM-COUNT.

           IF NOT WS-OM-FOUND
               IF WS-OM-COUNT < 100
                   ADD 1 TO WS-OM-COUNT
                   MOVE WS-OM-COUNT TO WS-OM-IX
                   INITIALIZE WS-OM-ENTRY(WS-OM-IX)
                   MOVE WS-OM-SEEK-ID TO WS-OM-CODE(WS-OM-IX)
                   SET WS-OM-PRINTED(WS-OM-IX) TO FALSE
                   SET WS-OM-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OM-LOST
               END-IF
           END-IF.

       PG-OM-FIND-EXIT.
           EXIT.

       PG-OM-FIND-PASS.

           IF WS-OM-CODE(WS-OM-IX) = WS-OM-SEEK-ID
               SET WS-OM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-OM-IX
           END-IF.

       PG-OM-FIND-PASS-EXIT.
           EXIT.

      *    Relit le journal des refus et compte chaque refus de la
      *    période à son opérateur.

       0000-REFUSAL-LOOP.

           SET WS-REFUSAL-EOF TO FALSE.
           OPEN INPUT REFUSAL-FILE.
           IF WS-REFUSAL-STATUS = "00"
               READ REFUSAL-FILE
                   AT END SET WS-REFUSAL-EOF TO TRUE
               END-READ
               PERFORM PG-REFUSAL-RECORD
               THRU    PG-REFUSAL-RECORD-EXIT
               UNTIL   WS-REFUSAL-EOF
               CLOSE REFUSAL-FILE
           END-IF.

       0000-REFUSAL-LOOP-EXIT.
           EXIT.

       PG-REFUSAL-RECORD.

           MOVE REF-DATE TO WS-DATE-WORK.
           PERFORM PG-DATE-KEY
           THRU    PG-DATE-KEY-EXIT.
           IF WS-DATE-KEY >= WS-FROM-KEY
           AND WS-DATE-KEY <= WS-TO-KEY
               ADD 1 TO WS-REF-READ-CNT
               MOVE REF-OPERATOR-ID TO WS-OM-SEEK-ID
               PERFORM PG-OM-FIND
               THRU    PG-OM-FIND-EXIT
               IF WS-OM-FOUND
                   ADD 1 TO WS-OM-REFUSALS(WS-OM-IX)
               END-IF
           END-IF.

           READ REFUSAL-FILE
               AT END SET WS-REFUSAL-EOF TO TRUE
           END-READ.

       PG-REFUSAL-RECORD-EXIT.
           EXIT.

      *    Confronte chaque opérateur aux seuils : une marque par
      *    contrôle franchi dans WS-OM-FLAGS, leur nombre dans
      *    WS-OM-FLAG-CNT. Un seuil à zéro ne lève rien.

       0000-EVALUATE.

           MOVE ZERO TO WS-FLAGGED-CNT.
           MOVE 1 TO WS-OM-IX.
           PERFORM PG-OM-EVALUATE
           THRU    PG-OM-EVALUATE-EXIT
           UNTIL   WS-OM-IX > WS-OM-COUNT.

       0000-EVALUATE-EXIT.
           EXIT.

       PG-OM-EVALUATE.

           MOVE SPACES TO WS-OM-FLAGS(WS-OM-IX).
           MOVE ZERO TO WS-OM-VOID-PCT(WS-OM-IX).
           MOVE ZERO TO WS-OM-OVR-PCT(WS-OM-IX).

           IF WS-OM-LINES(WS-OM-IX) > 0
               COMPUTE WS-OM-VOID-PCT(WS-OM-IX) ROUNDED =
                   WS-OM-VOIDS(WS-OM-IX) * 100 / WS-OM-LINES(WS-OM-IX)
           END-IF.
           IF WS-OVR-TOTAL > 0
               COMPUTE WS-OM-OVR-PCT(WS-OM-IX) ROUNDED =
                   WS-OM-OVR-RECV(WS-OM-IX) * 100 / WS-OVR-TOTAL
           END-IF.

           IF WS-THR-VOID-PCT > 0
           AND WS-OM-VOIDS(WS-OM-IX) > 0
           AND WS-OM-VOID-PCT(WS-OM-IX) >= WS-THR-VOID-PCT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(1:1)
           END-IF.
           IF WS-THR-OVR-CNT > 0
           AND WS-OM-OVR-RECV(WS-OM-IX) >= WS-THR-OVR-CNT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(2:1)
           END-IF.

      *    La part des visas ne se juge que sur une période qui en
      *    compte au moins le seuil VISAS : deux visas dont un seul
      *    caissier a reçu l'un ne disent rien.

           IF WS-THR-OVR-PCT > 0
           AND WS-OVR-TOTAL >= WS-THR-OVR-CNT
           AND WS-OM-OVR-RECV(WS-OM-IX) > 0
           AND WS-OM-OVR-PCT(WS-OM-IX) >= WS-THR-OVR-PCT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(3:1)
           END-IF.
           IF WS-THR-TEAM-CNT > 0
           AND WS-OM-OVR-TEAM(WS-OM-IX) >= WS-THR-TEAM-CNT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(4:1)
           END-IF.
           IF WS-THR-REF-CNT > 0
           AND WS-OM-REFUSALS(WS-OM-IX) >= WS-THR-REF-CNT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(5:1)
           END-IF.
           IF WS-THR-LARGE-VOID > 0
           AND WS-OM-VOID-LARGE(WS-OM-IX) >= WS-THR-LARGE-VOID
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(6:1)
           END-IF.
           IF WS-THR-OFF-CNT > 0
           AND WS-OM-OFF-HOURS(WS-OM-IX) >= WS-THR-OFF-CNT
               MOVE "X" TO WS-OM-FLAGS(WS-OM-IX)(7:1)
           END-IF.

           MOVE ZERO TO WS-OM-FLAG-CNT(WS-OM-IX).
           INSPECT WS-OM-FLAGS(WS-OM-IX)
               TALLYING WS-OM-FLAG-CNT(WS-OM-IX) FOR ALL "X".
           IF WS-OM-FLAG-CNT(WS-OM-IX) > 0
               ADD 1 TO WS-FLAGGED-CNT
           END-IF.

           ADD 1 TO WS-OM-IX.

       PG-OM-EVALUATE-EXIT.
           EXIT.

      *    Imprime les opérateurs signalés du plus grand nombre
      *    d'alertes au plus petit (à égalité, dans l'ordre des
      *    codes), chacun suivi du libellé de ses alertes.

       0000-PRINT-RANKING.

           MOVE WS-PRT-COLS TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           MOVE ZERO TO WS-RANK.
           IF WS-FLAGGED-CNT = 0
               MOVE WS-PRT-NONE TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
           ELSE
               PERFORM PG-RANK-NEXT
               THRU    PG-RANK-NEXT-EXIT
               UNTIL   WS-RANK >= WS-FLAGGED-CNT
           END-IF.

       0000-PRINT-RANKING-EXIT.
           EXIT.

       PG-RANK-NEXT.

           MOVE ZERO TO WS-BEST-IX.
           MOVE 1 TO WS-OM-IX.
           PERFORM PG-RANK-SEEK
           THRU    PG-RANK-SEEK-EXIT
           UNTIL   WS-OM-IX > WS-OM-COUNT.

           ADD 1 TO WS-RANK.
           MOVE WS-BEST-IX TO WS-OM-IX.
           SET WS-OM-PRINTED(WS-OM-IX) TO TRUE.

           MOVE SPACES TO WS-PRT-DETAIL.
           MOVE WS-RANK TO PRT-D-RANK.
           MOVE WS-OM-CODE(WS-OM-IX) TO PRT-D-CODE.
           MOVE WS-OM-LINES(WS-OM-IX) TO PRT-D-LINES.
           MOVE WS-OM-VOIDS(WS-OM-IX) TO PRT-D-VOIDS.
           MOVE WS-OM-VOID-PCT(WS-OM-IX) TO PRT-D-VOID-PCT.
           MOVE WS-OM-OVR-RECV(WS-OM-IX) TO PRT-D-OVR.
           MOVE WS-OM-OVR-PCT(WS-OM-IX) TO PRT-D-OVR-PCT.
           MOVE WS-OM-OVR-TEAM(WS-OM-IX) TO PRT-D-TEAM.
           MOVE WS-OM-OVR-GIVEN(WS-OM-IX) TO PRT-D-GIVEN.
           MOVE WS-OM-REFUSALS(WS-OM-IX) TO PRT-D-REF.
           MOVE WS-OM-VOID-LARGE(WS-OM-IX) TO PRT-D-LARGE.
           MOVE WS-OM-OFF-HOURS(WS-OM-IX) TO PRT-D-OFF.
           MOVE WS-OM-FLAG-CNT(WS-OM-IX) TO PRT-D-FLAGS.
           MOVE WS-PRT-DETAIL TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           MOVE 1 TO WS-FLAG-IX.
           PERFORM PG-RANK-ALERT
           THRU    PG-RANK-ALERT-EXIT
           UNTIL   WS-FLAG-IX > 7.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

       PG-RANK-NEXT-EXIT.
           EXIT.

       PG-RANK-SEEK.

           IF NOT WS-OM-PRINTED(WS-OM-IX)
           AND WS-OM-FLAG-CNT(WS-OM-IX) > 0
               IF WS-BEST-IX = 0
                   MOVE WS-OM-IX TO WS-BEST-IX
               ELSE
                   IF WS-OM-FLAG-CNT(WS-OM-IX) >
                      WS-OM-FLAG-CNT(WS-BEST-IX)
                   OR (WS-OM-FLAG-CNT(WS-OM-IX) =
                       WS-OM-FLAG-CNT(WS-BEST-IX)
                   AND WS-OM-CODE(WS-OM-IX) < WS-OM-CODE(WS-BEST-IX))
                       MOVE WS-OM-IX TO WS-BEST-IX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-OM-IX.

       PG-RANK-SEEK-EXIT.
           EXIT.

       PG-RANK-ALERT.

           IF WS-OM-FLAGS(WS-OM-IX)(WS-FLAG-IX:1) = "X"
               MOVE WS-FLAG-TEXT(WS-FLAG-IX) TO PRT-A-TEXT
               MOVE WS-PRT-ALERT TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
           END-IF.
           ADD 1 TO WS-FLAG-IX.

       PG-RANK-ALERT-EXIT.
           EXIT.

      *    Seuils appliqués et décomptes de la relecture, en fin de
      *    liste, pour que le contrôleur sache sur quoi la liste a
      *    été établie ; rappel à l'écran.

       0000-PRINT-TOTALS.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-PRT-TOT-HEAD TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           MOVE "Taux d'annulation AN (TAUXANN)" TO PRT-T-PLABEL.
           MOVE WS-THR-VOID-PCT TO PRT-T-PCT.
           MOVE WS-PRT-TOT-PCT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Visas recus (VISAS)" TO PRT-T-LABEL.
           MOVE WS-THR-OVR-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Part des visas (VISAPCT)" TO PRT-T-PLABEL.
           MOVE WS-THR-OVR-PCT TO PRT-T-PCT.
           MOVE WS-PRT-TOT-PCT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Visas du chef d'equipe (VISAEQ)" TO PRT-T-LABEL.
           MOVE WS-THR-TEAM-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Operations refusees (REFUS)" TO PRT-T-LABEL.
           MOVE WS-THR-REF-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Grosse ligne a partir de (GROSMONT)"
               TO PRT-T-ALABEL.
           MOVE WS-THR-LARGE-AMT TO PRT-T-AMT.
           MOVE WS-PRT-TOT-AMT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Annulations de grosses lignes" TO PRT-T-LABEL.
           MOVE WS-THR-LARGE-VOID TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-THR-OPEN TO PRT-T-OPEN.
           MOVE WS-THR-CLOSE TO PRT-T-CLOSE.
           MOVE WS-PRT-TOT-HOURS TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Lignes hors des heures (HORS)" TO PRT-T-LABEL.
           MOVE WS-THR-OFF-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Lignes du clavier relues" TO PRT-T-LABEL.
           MOVE WS-LINE-READ-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Visas de la periode" TO PRT-T-LABEL.
           MOVE WS-OVR-TOTAL TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Refus de la periode" TO PRT-T-LABEL.
           MOVE WS-REF-READ-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Operateurs examines" TO PRT-T-LABEL.
           MOVE WS-OM-COUNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "Operateurs signales" TO PRT-T-LABEL.
           MOVE WS-FLAGGED-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           IF WS-OM-LOST > 0
               MOVE "Lignes perdues (table pleine)" TO PRT-T-LABEL
               MOVE WS-OM-LOST TO PRT-T-NB
               MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE
               PERFORM PG-PRINT-WRITE
               THRU    PG-PRINT-WRITE-EXIT
           END-IF.

           DISPLAY"-------------------------------------------"
           DISPLAY "Surveillance du " WS-FROM-SHOW " au " WS-TO-SHOW
           " :"
           DISPLAY "  lignes relues        : " WS-LINE-READ-CNT
           DISPLAY "  refus relus          : " WS-REF-READ-CNT
           DISPLAY "  opérateurs examinés  : " WS-OM-COUNT
           DISPLAY "  opérateurs signalés  : " WS-FLAGGED-CNT
           IF WS-PARM-BAD-CNT > 0
               DISPLAY "  lignes MONPARM ignorées : " WS-PARM-BAD-CNT
           END-IF
           DISPLAY "Liste de surveillance dans MONLIST."
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

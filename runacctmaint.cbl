           SELECT OPER-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ACR-FILE ASSIGN TO "ACCRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ACCRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER          PIC X VALUE SPACE.
           05  OPER-LIMIT-TXT  PIC X(12).

      *    Fichier de référence des taux : la même disposition que
      *    la calculatrice (nom, valeur, date d'effet AAAAMMJJ). Les
      *    intérêts et frais de l'arrêté y prennent le taux de
      *    chaque compte en vigueur au dernier jour du mois.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CODE       PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  RATE-VALUE-TXT  PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  RATE-EFF-DATE   PIC X(8).

      *    Historique des intérêts et frais : une ligne par compte
      *    et par période calculée, montant nul compris (solde
      *    moyen, taux retenu, jours, montant, horodatage et
      *    superviseur). Un compte qui y figure déjà pour la période
      *    n'est jamais calculé une seconde fois.

       FD  ACR-FILE.
       01  ACR-RECORD.
           05  ACR-ACCT-CODE   PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-PERIOD      PIC X(7).
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-AVERAGE     PIC -Z(8)9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-RATE-NAME   PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-RATE        PIC -ZZ9.9999.
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-DAYS        PIC 99.
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-AMOUNT      PIC -Z(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-DATE        PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-TIME        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  ACR-SUPER-ID    PIC X(8).

      *    Registre imprimé des intérêts et frais de l'arrêté : une
      *    ligne par compte (solde moyen, taux, jours, montant, ou
      *    motif de l'écart), puis les totaux du passage.

       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CLNFLDS.
       01  WS-HIST-STATUS PIC XX.
       01  WS-MVT-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-RATE-STATUS PIC XX.
       01  WS-ACR-STATUS PIC XX.
       01  WS-PRINT-STATUS PIC XX.
       01  WS-RATE-EOF-SW PIC X VALUE "N".
           88 WS-RATE-EOF VALUE "Y" FALSE "N".
       01  WS-ACR-EOF-SW PIC X VALUE "N".
           88 WS-ACR-EOF VALUE "Y" FALSE "N".
       01  WS-MVT-EOF-SW PIC X VALUE "N".
           88 WS-MVT-EOF VALUE "Y" FALSE "N".
       01  WS-ACCT-EOF-SW PIC X VALUE "N".
           88 WS-ACCT-EOF VALUE "Y" FALSE "N".
       01  WS-OPER-EOF-SW PIC X VALUE "N".
               10  WS-SIGNON-LEVEL PIC X.

      *    Boucle du menu : O ouvre un compte avec son libellé, G
      *    gèle un code, D le dégèle, T lui attribue son taux
      *    d'intérêt ou de frais, C passe l'arrêté mensuel, F rend
      *    la main.

       01  WS-MENU-INPUT PIC X.
       01  WS-MENU-DONE-SW PIC X VALUE "N".

       01  WS-ACCT-CODE-INPUT PIC X(12).
       01  WS-DESC-INPUT PIC X(30).
       01  WS-RATE-INPUT PIC X(8).
       01  WS-CONFIRM-INPUT PIC X.

      *    Arrêté mensuel : période MM/AAAA du jour de l'arrêté,
       01  WS-CARRY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CARRY-BALANCE PIC S9(9)V9(4).

      *    Table des taux chargée depuis RATES, et recherche du taux
      *    en vigueur à une date AAAAMMJJ : parmi les lignes du nom
      *    dont la date d'effet ne la dépasse pas, la plus récente.

       01  WS-RATE-NAME PIC X(8).
       01  WS-RATE-VALUE PIC S9(3)V9(4).
       01  WS-RATE-LOOKUP-DATE PIC X(8).
       01  WS-RATE-BEST-EFF PIC X(8).
       01  WS-RATE-OK-SW PIC X VALUE "N".
           88 WS-RATE-OK VALUE "Y" FALSE "N".
       01  WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RATE-IX PIC 9(3).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-T-CODE  PIC X(8).
               10  WS-RATE-T-VALUE PIC S9(3)V9(4).
               10  WS-RATE-T-EFF   PIC X(8).

      *    Intérêts et frais de l'arrêté : dernier jour du mois de
      *    l'arrêté (clé de recherche du taux et nombre de jours de
      *    la période), et une entrée par compte actif portant un
      *    nom de taux — solde courant, cumul des mouvements de la
      *    période et ce même cumul pondéré par le nombre de jours
      *    où chaque mouvement a pesé sur le solde de fin de
      *    journée.

       01  WS-ACR-END-YMD PIC 9(8).
       01  WS-ACR-END-PARTS REDEFINES WS-ACR-END-YMD.
           05  WS-ACR-END-YEAR PIC 9(4).
           05  WS-ACR-END-MONTH PIC 9(2).
           05  WS-ACR-END-DAY PIC 9(2).
       01  WS-ACR-END-INT PIC 9(8).
       01  WS-ACR-END-KEY PIC X(8).
       01  WS-ACR-DAYS PIC 9(2).
       01  WS-ACR-MVT-DAY PIC 9(2).
       01  WS-ACR-MVT-SPAN PIC 9(2).
       01  WS-ACR-MVT-AMOUNT PIC S9(9)V9(4).
       01  WS-ACR-OPENING PIC S9(11)V9(4).
       01  WS-ACR-TOTAL PIC S9(13)V9(4).
       01  WS-ACR-AVERAGE PIC S9(9)V9(4).
       01  WS-ACR-AMOUNT PIC S9(9)V99.
       01  WS-ACR-REASON PIC X(10).
       01  WS-ACR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ACR-IX PIC 9(3).
       01  WS-ACR-USE PIC 9(3).
       01  WS-ACR-FOUND-SW PIC X VALUE "N".
           88 WS-ACR-FOUND VALUE "Y" FALSE "N".
       01  WS-ACR-TABLE.
           05  WS-ACR-ENTRY OCCURS 200 TIMES.
               10  WS-ACR-T-CODE    PIC X(12).
               10  WS-ACR-T-BALANCE PIC S9(9)V9(4).
               10  WS-ACR-T-RATE    PIC X(8).
               10  WS-ACR-T-NET     PIC S9(11)V9(4).
               10  WS-ACR-T-WEIGHT  PIC S9(13)V9(4).
               10  WS-ACR-T-DONE-SW PIC X.
                   88 WS-ACR-T-DONE VALUE "Y" FALSE "N".

      *    Décomptes du passage : comptes calculés, déjà calculés
      *    pour la période, en écart (taux introuvable, capacité,
      *    table pleine), et total posté. Le moindre écart arrête
      *    l'arrêté avant la remise à zéro des soldes.

       01  WS-ACR-POST-CNT PIC 9(5) VALUE ZERO.
       01  WS-ACR-SKIP-CNT PIC 9(5) VALUE ZERO.
       01  WS-ACR-EXC-CNT PIC 9(5) VALUE ZERO.
       01  WS-ACR-SUM PIC S9(11)V99 VALUE ZERO.

      *    Mise en page du registre : 60 lignes par page, entête
      *    titrée et numérotée reprise à chaque saut, comme la liste
      *    d'édition.

       01  WS-PAGE-NO PIC 9(3) VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-PRINT-LINE PIC X(132).

       01  WS-PRT-HEAD-1.
           05  FILLER PIC X(45) VALUE
               "REGISTRE DES INTERETS ET FRAIS".
           05  FILLER PIC X(5) VALUE "PAGE ".
           05  PRT-H1-PAGE PIC ZZ9.
       01  WS-PRT-HEAD-2.
           05  FILLER PIC X(11) VALUE "Edité le  ".
           05  PRT-H2-DATE PIC X(10).
           05  FILLER PIC X(4) VALUE " à ".
           05  PRT-H2-TIME PIC X(8).
       01  WS-PRT-PERIOD.
           05  FILLER PIC X(23) VALUE "Période de l'arrêté ".
           05  PRT-P-PERIOD PIC X(7).
           05  FILLER PIC X(10) VALUE ", taux au ".
           05  PRT-P-END PIC X(10).
       01  WS-PRT-COLS.
           05  FILLER PIC X(13) VALUE "COMPTE".
           05  FILLER PIC X(19) VALUE "      SOLDE MOYEN".
           05  FILLER PIC X(9)  VALUE "TAUX".
           05  FILLER PIC X(11) VALUE "     VALEUR".
           05  FILLER PIC X(7)  VALUE " JOURS".
           05  FILLER PIC X(16) VALUE "         MONTANT".
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE "MOTIF".
       01  WS-PRT-DETAIL.
           05  PRT-ACCT-CODE PIC X(12).
           05  FILLER PIC X VALUE SPACE.
           05  PRT-AVERAGE PIC -Z(8)9.9999.
           05  FILLER PIC X(4) VALUE SPACES.
           05  PRT-RATE-NAME PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  PRT-RATE PIC -(6)9.9999.
           05  FILLER PIC X(4) VALUE SPACES.
           05  PRT-DAYS PIC Z9.
           05  FILLER PIC X VALUE SPACE.
           05  PRT-AMOUNT PIC -Z(12)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PRT-REASON PIC X(10).
       01  WS-PRT-TOT-CNT.
           05  PRT-T-LABEL PIC X(22).
           05  PRT-T-NB PIC ZZZZ9.
       01  WS-PRT-TOT-SUM.
           05  FILLER PIC X(22) VALUE "MONTANT TOTAL POSTE : ".
           05  PRT-T-SUM PIC -Z(10)9.99.

       01  WS-STDIN-EOF-SW PIC X VALUE "N".
           88 WS-STDIN-EOF VALUE "Y" FALSE "N".

       0000-MENU-LOOP.

           DISPLAY "Action (O ouvrir, G geler, D dégeler,"
           " T taux, C arrêté, F fin) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-MENU-INPUT
               ON EXCEPTION
           WHEN "D"
               PERFORM PG-ACCOUNT-UNFREEZE
               THRU    PG-ACCOUNT-UNFREEZE-EXIT
           WHEN "T"
               PERFORM PG-ACCOUNT-RATE
               THRU    PG-ACCOUNT-RATE-EXIT
           WHEN "C"
               PERFORM PG-CARRY-FORWARD
               THRU    PG-CARRY-FORWARD-EXIT
           WHEN "F"
               SET WS-MENU-DONE TO TRUE
           WHEN OTHER
               DISPLAY "Veuillez choisir O, G, D, T, C ou F."
           END-EVALUATE.

       0000-MENU-LOOP-EXIT.
                   MOVE WS-DESC-INPUT TO ACCT-DESC
                   MOVE WS-OPERATOR-ID TO ACCT-OWNER
                   MOVE "A" TO ACCT-STATE
                   MOVE SPACES TO ACCT-RATE-NAME
                   WRITE ACCT-RECORD
                   DISPLAY "Compte "
                   FUNCTION TRIM(WS-ACCT-CODE-INPUT)
       PG-ACCOUNT-UNFREEZE-EXIT.
           EXIT.

      *    Attribue à un compte le nom de son taux d'intérêt ou de
      *    frais, qui doit exister dans RATES ; un nom à blanc
      *    retire le compte du calcul de l'arrêté.

       PG-ACCOUNT-RATE.

           PERFORM PG-ASK-ACCOUNT
           THRU    PG-ASK-ACCOUNT-EXIT.

           DISPLAY "Nom du taux (blanc pour aucun) ?"
           SPACE WITH NO ADVANCING
           ACCEPT WS-RATE-INPUT
               ON EXCEPTION
                   PERFORM PG-STDIN-EOF-ABORT
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-RATE-INPUT) TO WS-RATE-INPUT.

           SET WS-RATE-OK TO TRUE.
           IF WS-RATE-INPUT NOT = SPACES
               PERFORM PG-RATE-LOAD
               THRU    PG-RATE-LOAD-EXIT
               MOVE WS-RATE-INPUT TO WS-RATE-NAME
               MOVE "99999999" TO WS-RATE-LOOKUP-DATE
               PERFORM PG-RATE-LOOKUP
               THRU    PG-RATE-LOOKUP-EXIT
           END-IF.

           IF NOT WS-RATE-OK
               DISPLAY "Taux inconnu dans RATES : "
               FUNCTION TRIM(WS-RATE-INPUT)
           ELSE
               PERFORM PG-ACCT-OPEN
               THRU    PG-ACCT-OPEN-EXIT
               IF WS-ACCT-STATUS = "00"
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE WS-ACCT-CODE-INPUT TO ACCT-CODE
                   READ ACCT-FILE
                       INVALID KEY SET WS-ACCT-FOUND TO FALSE
                   END-READ
                   IF WS-ACCT-FOUND
                       MOVE WS-RATE-INPUT TO ACCT-RATE-NAME
                       REWRITE ACCT-RECORD
                       IF WS-RATE-INPUT = SPACES
                           DISPLAY "Compte "
                           FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                           " sans intérêts ni frais."
                       ELSE
                           DISPLAY "Compte "
                           FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                           " au taux " FUNCTION TRIM(WS-RATE-INPUT)
                       END-IF
                   ELSE
                       DISPLAY "Compte inconnu : "
                       FUNCTION TRIM(WS-ACCT-CODE-INPUT)
                   END-IF
                   CLOSE ACCT-FILE
               END-IF
           END-IF.

       PG-ACCOUNT-RATE-EXIT.
           EXIT.

      *    Arrêté mensuel : les intérêts et frais de la période
      *    sont d'abord postés sur les comptes qui portent un taux ;
      *    puis chaque solde de clôture part à l'historique des
      *    périodes, la contre-passation du report est posée au
      *    journal des mouvements, et le solde repart à zéro pour
      *    la période suivante. Un écart dans le calcul des
      *    intérêts arrête l'arrêté avant toute remise à zéro :
      *    une fois le taux corrigé, l'arrêté se relance et les
      *    comptes déjà calculés ne le sont pas deux fois. Une
      *    génération de sauvegarde précède tout : sans sauvegarde
      *    complète, l'arrêté ne commence pas.

       PG-CARRY-FORWARD.

               TO WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = "O"
               DISPLAY "Arrêté abandonné."
           ELSE
               CALL "runbackup"
               IF RETURN-CODE NOT = 0
                   DISPLAY"-------------------------------------------"
                   DISPLAY "Sauvegarde incomplète : arrêté"
                   " abandonné, soldes non reportés."
                   DISPLAY"-------------------------------------------"
               ELSE
                   PERFORM PG-CARRY-FORWARD-RUN
                   THRU    PG-CARRY-FORWARD-RUN-EXIT
               END-IF
           END-IF.

       PG-CARRY-FORWARD-EXIT.
           EXIT.

       PG-CARRY-FORWARD-RUN.

           PERFORM PG-ACCRUAL-RUN
           THRU    PG-ACCRUAL-RUN-EXIT.
           IF WS-ACR-EXC-CNT NOT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY WS-ACR-EXC-CNT " compte(s) en écart au"
               " calcul des intérêts : arrêté abandonné,"
               " soldes non reportés."
               DISPLAY"-------------------------------------------"
           ELSE
               PERFORM PG-CARRY-RUN
               THRU    PG-CARRY-RUN-EXIT
           END-IF.

       PG-CARRY-FORWARD-RUN-EXIT.
           EXIT.

       PG-CARRY-RUN.
               MOVE WS-CARRY-BALANCE TO MVT-AMOUNT
               COMPUTE WS-CARRY-BALANCE = 0 - WS-CARRY-BALANCE
               MOVE ZERO TO MVT-BALANCE
               MOVE "AR" TO MVT-TYPE
               MOVE ZERO TO MVT-RUN-NO
               WRITE MVT-RECORD
               CLOSE MVT-FILE
           ELSE
       PG-CARRY-MOVEMENT-EXIT.
           EXIT.

      *    Intérêts et frais de la période : pour chaque compte
      *    actif portant un nom de taux, solde moyen des soldes de
      *    fin de journée du mois reconstitués depuis MOVEMENTS,
      *    taux en vigueur au dernier jour du mois, montant posté
      *    sur le compte comme mouvement de nature "IN", ligne
      *    d'historique ACCRHIST et ligne du registre ACCRLIST.

       PG-ACCRUAL-RUN.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.
           MOVE WS-DATE-DISPLAY(4:7) TO WS-PERIOD-SHOW.
           MOVE ZERO TO WS-ACR-COUNT.
           MOVE ZERO TO WS-ACR-POST-CNT.
           MOVE ZERO TO WS-ACR-SKIP-CNT.
           MOVE ZERO TO WS-ACR-EXC-CNT.
           MOVE ZERO TO WS-ACR-SUM.

      *    Dernier jour du mois : veille du premier du mois d'après.
      *    Il donne la date de recherche du taux et le nombre de
      *    jours de la période.

           MOVE ANACTU TO WS-ACR-END-YEAR.
           MOVE MOISACTU TO WS-ACR-END-MONTH.
           MOVE 1 TO WS-ACR-END-DAY.
           IF WS-ACR-END-MONTH = 12
               MOVE 1 TO WS-ACR-END-MONTH
               ADD 1 TO WS-ACR-END-YEAR
           ELSE
               ADD 1 TO WS-ACR-END-MONTH
           END-IF.
           COMPUTE WS-ACR-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACR-END-YMD) - 1.
           COMPUTE WS-ACR-END-YMD =
               FUNCTION DATE-OF-INTEGER(WS-ACR-END-INT).
           MOVE WS-ACR-END-YMD TO WS-ACR-END-KEY.
           MOVE WS-ACR-END-DAY TO WS-ACR-DAYS.

           PERFORM PG-RATE-LOAD
           THRU    PG-RATE-LOAD-EXIT.

           PERFORM PG-ACR-ACCOUNTS
           THRU    PG-ACR-ACCOUNTS-EXIT.
           IF WS-ACR-COUNT > 0
               PERFORM PG-ACR-HISTORY
               THRU    PG-ACR-HISTORY-EXIT
               PERFORM PG-ACR-MOVEMENTS
               THRU    PG-ACR-MOVEMENTS-EXIT
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-PAGE-NO.
           MOVE WS-PERIOD-SHOW TO PRT-P-PERIOD.
           MOVE WS-ACR-END-DAY TO PRT-P-END(1:2).
           MOVE "/" TO PRT-P-END(3:1).
           MOVE WS-ACR-END-MONTH TO PRT-P-END(4:2).
           MOVE "/" TO PRT-P-END(6:1).
           MOVE WS-ACR-END-YEAR TO PRT-P-END(7:4).
           MOVE WS-PRT-PERIOD TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-PRT-COLS TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           IF WS-ACR-COUNT > 0
               PERFORM PG-ACCT-OPEN
               THRU    PG-ACCT-OPEN-EXIT
               IF WS-ACCT-STATUS = "00"
                   OPEN EXTEND MVT-FILE
                   IF WS-MVT-STATUS NOT = "00"
                       OPEN OUTPUT MVT-FILE
                   END-IF
                   OPEN EXTEND ACR-FILE
                   IF WS-ACR-STATUS NOT = "00"
                       OPEN OUTPUT ACR-FILE
                   END-IF
                   MOVE 1 TO WS-ACR-IX
                   PERFORM PG-ACR-POST
                   THRU    PG-ACR-POST-EXIT
                   UNTIL   WS-ACR-IX > WS-ACR-COUNT
                   CLOSE ACR-FILE
                   CLOSE MVT-FILE
                   CLOSE ACCT-FILE
               ELSE
                   ADD 1 TO WS-ACR-EXC-CNT
               END-IF
           END-IF.

           PERFORM PG-ACR-TOTALS
           THRU    PG-ACR-TOTALS-EXIT.
           CLOSE PRINT-FILE.

       PG-ACCRUAL-RUN-EXIT.
           EXIT.

      *    Relève les comptes à calculer : actifs (un compte gelé
      *    ne produit ni intérêts ni frais) et porteurs d'un nom de
      *    taux, avec leur solde courant.

       PG-ACR-ACCOUNTS.

           PERFORM PG-ACCT-OPEN
           THRU    PG-ACCT-OPEN-EXIT.
           IF WS-ACCT-STATUS = "00"
               SET WS-ACCT-EOF TO FALSE
               READ ACCT-FILE NEXT
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
               PERFORM PG-ACR-ACCOUNT-LOAD
               THRU    PG-ACR-ACCOUNT-LOAD-EXIT
               UNTIL   WS-ACCT-EOF
               CLOSE ACCT-FILE
           ELSE
               ADD 1 TO WS-ACR-EXC-CNT
           END-IF.

       PG-ACR-ACCOUNTS-EXIT.
           EXIT.

       PG-ACR-ACCOUNT-LOAD.

           IF ACCT-RATE-NAME NOT = SPACES AND ACCT-STATE NOT = "G"
               IF WS-ACR-COUNT = 200
                   DISPLAY "Table des intérêts pleine : compte "
                   FUNCTION TRIM(ACCT-CODE) " non calculé."
                   ADD 1 TO WS-ACR-EXC-CNT
               ELSE
                   ADD 1 TO WS-ACR-COUNT
                   MOVE ACCT-CODE TO WS-ACR-T-CODE(WS-ACR-COUNT)
                   MOVE ACCT-BALANCE
                       TO WS-ACR-T-BALANCE(WS-ACR-COUNT)
                   MOVE ACCT-RATE-NAME
                       TO WS-ACR-T-RATE(WS-ACR-COUNT)
                   MOVE ZERO TO WS-ACR-T-NET(WS-ACR-COUNT)
                   MOVE ZERO TO WS-ACR-T-WEIGHT(WS-ACR-COUNT)
                   SET WS-ACR-T-DONE(WS-ACR-COUNT) TO FALSE
               END-IF
           END-IF.

           READ ACCT-FILE NEXT
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.

       PG-ACR-ACCOUNT-LOAD-EXIT.
           EXIT.

      *    Un compte déjà présent à l'historique pour la période a
      *    déjà reçu ses intérêts ou ses frais.

       PG-ACR-HISTORY.

           SET WS-ACR-EOF TO FALSE.
           OPEN INPUT ACR-FILE.
           IF WS-ACR-STATUS = "00"
               READ ACR-FILE
                   AT END SET WS-ACR-EOF TO TRUE
               END-READ
               PERFORM PG-ACR-HISTORY-PASS
               THRU    PG-ACR-HISTORY-PASS-EXIT
               UNTIL   WS-ACR-EOF
               CLOSE ACR-FILE
           END-IF.

       PG-ACR-HISTORY-EXIT.
           EXIT.

       PG-ACR-HISTORY-PASS.

           IF ACR-PERIOD = WS-PERIOD-SHOW
               MOVE ACR-ACCT-CODE TO WS-ACCT-CODE-INPUT
               PERFORM PG-ACR-FIND
               THRU    PG-ACR-FIND-EXIT
               IF WS-ACR-FOUND
                   SET WS-ACR-T-DONE(WS-ACR-USE) TO TRUE
               END-IF
           END-IF.

           READ ACR-FILE
               AT END SET WS-ACR-EOF TO TRUE
           END-READ.

       PG-ACR-HISTORY-PASS-EXIT.
           EXIT.

      *    Reconstitue les soldes de fin de journée du mois : le
      *    solde d'ouverture est le solde courant moins les
      *    mouvements de la période, et un mouvement du jour J pèse
      *    sur les soldes de fin de journée de J au dernier jour du
      *    mois. La somme des soldes quotidiens vaut donc le solde
      *    d'ouverture fois le nombre de jours plus chaque montant
      *    fois ses jours de présence. Un mouvement "IN" de la
      *    période au compte prouve aussi un calcul déjà fait.

       PG-ACR-MOVEMENTS.

           SET WS-MVT-EOF TO FALSE.
           OPEN INPUT MVT-FILE.
           IF WS-MVT-STATUS = "00"
               READ MVT-FILE
                   AT END SET WS-MVT-EOF TO TRUE
               END-READ
               PERFORM PG-ACR-MVT-PASS
               THRU    PG-ACR-MVT-PASS-EXIT
               UNTIL   WS-MVT-EOF
               CLOSE MVT-FILE
           END-IF.

       PG-ACR-MOVEMENTS-EXIT.
           EXIT.

       PG-ACR-MVT-PASS.

           IF MVT-DATE(4:7) = WS-PERIOD-SHOW
           AND MVT-DATE(1:2) IS NUMERIC
           AND FUNCTION TEST-NUMVAL(MVT-AMOUNT) = 0
               MOVE MVT-ACCT-CODE TO WS-ACCT-CODE-INPUT
               PERFORM PG-ACR-FIND
               THRU    PG-ACR-FIND-EXIT
               IF WS-ACR-FOUND
                   IF MVT-TYPE = "IN" AND MVT-REF = WS-PERIOD-SHOW
                       SET WS-ACR-T-DONE(WS-ACR-USE) TO TRUE
                   END-IF
                   MOVE MVT-DATE(1:2) TO WS-ACR-MVT-DAY
                   COMPUTE WS-ACR-MVT-SPAN =
                       WS-ACR-DAYS - WS-ACR-MVT-DAY + 1
                   COMPUTE WS-ACR-MVT-AMOUNT =
                       FUNCTION NUMVAL(MVT-AMOUNT)
                   ADD WS-ACR-MVT-AMOUNT
                       TO WS-ACR-T-NET(WS-ACR-USE)
                   COMPUTE WS-ACR-T-WEIGHT(WS-ACR-USE) =
                       WS-ACR-T-WEIGHT(WS-ACR-USE)
                       + WS-ACR-MVT-AMOUNT * WS-ACR-MVT-SPAN
               END-IF
           END-IF.

           READ MVT-FILE
               AT END SET WS-MVT-EOF TO TRUE
           END-READ.

       PG-ACR-MVT-PASS-EXIT.
           EXIT.

      *    Retrouve dans la table le compte de WS-ACCT-CODE-INPUT.

       PG-ACR-FIND.

           SET WS-ACR-FOUND TO FALSE.
           MOVE 1 TO WS-ACR-USE.
           PERFORM PG-ACR-FIND-PASS
           THRU    PG-ACR-FIND-PASS-EXIT
           UNTIL   WS-ACR-FOUND OR WS-ACR-USE > WS-ACR-COUNT.

       PG-ACR-FIND-EXIT.
           EXIT.

       PG-ACR-FIND-PASS.

           IF WS-ACR-T-CODE(WS-ACR-USE) = WS-ACCT-CODE-INPUT
               SET WS-ACR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ACR-USE
           END-IF.

       PG-ACR-FIND-PASS-EXIT.
           EXIT.

      *    Calcule et poste le compte courant de la table : solde
      *    moyen, taux en vigueur au dernier jour du mois, montant
      *    au prorata des jours sur une année de 365 jours (le taux
      *    est annuel, en pour cent ; négatif pour des frais).

       PG-ACR-POST.

           MOVE SPACES TO WS-ACR-REASON.
           MOVE ZERO TO WS-ACR-AVERAGE.
           MOVE ZERO TO WS-ACR-AMOUNT.
           MOVE ZERO TO WS-RATE-VALUE.
           MOVE WS-ACR-T-RATE(WS-ACR-IX) TO WS-RATE-NAME.

           IF WS-ACR-T-DONE(WS-ACR-IX)
               MOVE "DEJA FAIT" TO WS-ACR-REASON
               ADD 1 TO WS-ACR-SKIP-CNT
           ELSE
               PERFORM PG-ACR-COMPUTE
               THRU    PG-ACR-COMPUTE-EXIT
               IF WS-ACR-REASON = SPACES
                   PERFORM PG-ACR-APPLY
                   THRU    PG-ACR-APPLY-EXIT
               END-IF
               IF WS-ACR-REASON NOT = SPACES
                   ADD 1 TO WS-ACR-EXC-CNT
               END-IF
           END-IF.

           MOVE WS-ACR-T-CODE(WS-ACR-IX) TO PRT-ACCT-CODE.
           MOVE WS-ACR-AVERAGE TO PRT-AVERAGE.
           MOVE WS-RATE-NAME TO PRT-RATE-NAME.
           MOVE WS-RATE-VALUE TO PRT-RATE.
           MOVE WS-ACR-DAYS TO PRT-DAYS.
           MOVE WS-ACR-AMOUNT TO PRT-AMOUNT.
           MOVE WS-ACR-REASON TO PRT-REASON.
           MOVE WS-PRT-DETAIL TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           ADD 1 TO WS-ACR-IX.

       PG-ACR-POST-EXIT.
           EXIT.

       PG-ACR-COMPUTE.

           COMPUTE WS-ACR-OPENING = WS-ACR-T-BALANCE(WS-ACR-IX)
               - WS-ACR-T-NET(WS-ACR-IX).
           COMPUTE WS-ACR-TOTAL = WS-ACR-OPENING * WS-ACR-DAYS
               + WS-ACR-T-WEIGHT(WS-ACR-IX).
           COMPUTE WS-ACR-AVERAGE ROUNDED = WS-ACR-TOTAL / WS-ACR-DAYS
               ON SIZE ERROR MOVE "CAPACITE" TO WS-ACR-REASON
           END-COMPUTE.

           IF WS-ACR-REASON = SPACES
               MOVE WS-ACR-END-KEY TO WS-RATE-LOOKUP-DATE
               PERFORM PG-RATE-LOOKUP
               THRU    PG-RATE-LOOKUP-EXIT
               IF NOT WS-RATE-OK
                   MOVE "SANS-TAUX" TO WS-ACR-REASON
               ELSE
                   COMPUTE WS-ACR-AMOUNT ROUNDED = WS-ACR-AVERAGE
                       * WS-RATE-VALUE * WS-ACR-DAYS / 36500
                       ON SIZE ERROR MOVE "CAPACITE" TO WS-ACR-REASON
                   END-COMPUTE
               END-IF
           END-IF.

       PG-ACR-COMPUTE-EXIT.
           EXIT.

      *    Poste le montant calculé : solde du compte, mouvement
      *    "IN" référencé par la période au journal des mouvements,
      *    puis la ligne d'historique qui interdit un second calcul
      *    — posée aussi pour un montant nul.

       PG-ACR-APPLY.

           IF WS-ACR-AMOUNT NOT = 0
               SET WS-ACCT-FOUND TO TRUE
               MOVE WS-ACR-T-CODE(WS-ACR-IX) TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY SET WS-ACCT-FOUND TO FALSE
               END-READ
               IF NOT WS-ACCT-FOUND
                   MOVE "COMPTE-INC" TO WS-ACR-REASON
               ELSE
                   ADD WS-ACR-AMOUNT TO ACCT-BALANCE
                       ON SIZE ERROR MOVE "CAPACITE" TO WS-ACR-REASON
                   END-ADD
               END-IF
               IF WS-ACR-REASON = SPACES
                   MOVE WS-DATE-DISPLAY(1:10) TO ACCT-UPD-DATE
                   MOVE WS-TIME-DISPLAY TO ACCT-UPD-TIME
                   REWRITE ACCT-RECORD
                   MOVE SPACES TO MVT-RECORD
                   MOVE ACCT-CODE TO MVT-ACCT-CODE
                   MOVE WS-DATE-DISPLAY(1:10) TO MVT-DATE
                   MOVE WS-TIME-DISPLAY TO MVT-TIME
                   MOVE ZERO TO MVT-SESSION
                   MOVE WS-OPERATOR-ID TO MVT-OPERATOR-ID
                   MOVE WS-ACR-AMOUNT TO MVT-AMOUNT
                   MOVE ACCT-BALANCE TO MVT-BALANCE
                   MOVE "IN" TO MVT-TYPE
                   MOVE WS-PERIOD-SHOW TO MVT-REF
                   MOVE ZERO TO MVT-RUN-NO
                   WRITE MVT-RECORD
               END-IF
           END-IF.

           IF WS-ACR-REASON = SPACES
               MOVE SPACES TO ACR-RECORD
               MOVE WS-ACR-T-CODE(WS-ACR-IX) TO ACR-ACCT-CODE
               MOVE WS-PERIOD-SHOW TO ACR-PERIOD
               MOVE WS-ACR-AVERAGE TO ACR-AVERAGE
               MOVE WS-RATE-NAME TO ACR-RATE-NAME
               MOVE WS-RATE-VALUE TO ACR-RATE
               MOVE WS-ACR-DAYS TO ACR-DAYS
               MOVE WS-ACR-AMOUNT TO ACR-AMOUNT
               MOVE WS-DATE-DISPLAY(1:10) TO ACR-DATE
               MOVE WS-TIME-DISPLAY TO ACR-TIME
               MOVE WS-OPERATOR-ID TO ACR-SUPER-ID
               WRITE ACR-RECORD
               ADD 1 TO WS-ACR-POST-CNT
               ADD WS-ACR-AMOUNT TO WS-ACR-SUM
           END-IF.

       PG-ACR-APPLY-EXIT.
           EXIT.

      *    Totaux du registre, repris à l'écran.

       PG-ACR-TOTALS.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "COMPTES CALCULES   : " TO PRT-T-LABEL.
           MOVE WS-ACR-POST-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "DEJA CALCULES      : " TO PRT-T-LABEL.
           MOVE WS-ACR-SKIP-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE "EN ECART           : " TO PRT-T-LABEL.
           MOVE WS-ACR-EXC-CNT TO PRT-T-NB.
           MOVE WS-PRT-TOT-CNT TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.
           MOVE WS-ACR-SUM TO PRT-T-SUM.
           MOVE WS-PRT-TOT-SUM TO WS-PRINT-LINE.
           PERFORM PG-PRINT-WRITE
           THRU    PG-PRINT-WRITE-EXIT.

           DISPLAY"-------------------------------------------"
           DISPLAY "Intérêts et frais de la période "
           WS-PERIOD-SHOW " :"
           DISPLAY "  calculés      : " WS-ACR-POST-CNT
           DISPLAY "  déjà calculés : " WS-ACR-SKIP-CNT
           DISPLAY "  en écart      : " WS-ACR-EXC-CNT
           DISPLAY "  total posté   : " PRT-T-SUM
           DISPLAY "Registre des intérêts et frais dans ACCRLIST."
           DISPLAY"-------------------------------------------".

       PG-ACR-TOTALS-EXIT.
           EXIT.

      *    Charge la table des taux depuis le fichier de référence
      *    RATES ; sans fichier la table reste vide et aucun taux
      *    ne sera trouvé.

       PG-RATE-LOAD.

           MOVE ZERO TO WS-RATE-COUNT.
           SET WS-RATE-EOF TO FALSE.
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

      *    Une ligne d'avant les dates d'effet vaut depuis toujours.

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

      *    Recherche du taux WS-RATE-NAME en vigueur à la date
      *    WS-RATE-LOOKUP-DATE, comme la calculatrice.

       PG-RATE-LOOKUP.

           SET WS-RATE-OK TO FALSE.
           MOVE SPACES TO WS-RATE-BEST-EFF.
           MOVE 1 TO WS-RATE-IX.
           PERFORM PG-RATE-LOOKUP-PASS
           THRU    PG-RATE-LOOKUP-PASS-EXIT
           UNTIL   WS-RATE-IX > WS-RATE-COUNT.

       PG-RATE-LOOKUP-EXIT.
           EXIT.

       PG-RATE-LOOKUP-PASS.

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

       PG-RATE-LOOKUP-PASS-EXIT.
           EXIT.

      *    Entête de page du registre : titre, numéro de page, date
      *    et heure d'édition, reprise à chaque saut de page.

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

      *    Arrête proprement le programme quand un ACCEPT ne reçoit
      *    plus jamais de saisie (entrée standard épuisée).


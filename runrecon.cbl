           SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAINNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  IDX-RECORD PIC X(30).

      *    Archive de détail relue : les lignes y sont au format du
      *    journal des transactions. Le journal vivant se relit par
      *    le même fichier, pour la suite de la chaîne.

       FD  ARC-FILE.
           COPY LOGREC.

      *    Compteur du scellement tenu par les programmes qui
      *    écrivent le journal : la chaîne entière doit y aboutir.

       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-LAST-SEQ  PIC 9(9).
           05  FILLER          PIC X.
           05  CHAIN-LAST-VALUE PIC 9(9).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CHNFLDS.

       01  WS-SUM-STATUS PIC XX.
       01  WS-IDX-STATUS PIC XX.
           88 WS-IDX-EOF VALUE "Y" FALSE "N".
       01  WS-ARC-EOF-SW PIC X VALUE "N".
           88 WS-ARC-EOF VALUE "Y" FALSE "N".
       01  WS-CHAIN-STATUS PIC XX.
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 WS-CHAIN-EOF VALUE "Y" FALSE "N".
       01  WS-LIVE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-CHN-EXC-COUNT PIC 9(5) VALUE ZERO.

       01  WS-ARCHIVE-NAME PIC X(30).
       01  WS-RESULT-VALUE PIC S9(9)V9(4).
           PERFORM 0000-READ-ARCHIVES
           THRU    0000-READ-ARCHIVES-EXIT.

           PERFORM 0000-READ-LIVE
           THRU    0000-READ-LIVE-EXIT.

           PERFORM 0000-CHAIN-END
           THRU    0000-CHAIN-END-EXIT.

           PERFORM 0000-COMPARE
           THRU    0000-COMPARE-EXIT.

      *    Rapprochement du fichier maître des synthèses contre les
      *    archives de détail : le détail des TRANSARCH.AAAAMMJJ est
      *    relu, compte et somme sont recalculés par journée et
      *    comparés aux enregistrements de SUMMARY. Les archives,
      *    dans l'ordre de l'index, suivies du journal vivant,
      *    doivent en outre former une seule chaîne de scellement
      *    sans lacune, doublon ni rupture, aboutissant au compteur
      *    CHAINNO. Un passage sans exception vaut certification ;
      *    sinon la liste renvoie aux journées absentes, sans
      *    détail ou en écart, et aux ruptures de la chaîne.

       0000-INITIALIZE.

               " ignorée pour " LOG-DATE
           END-IF.

           PERFORM PG-SEAL-LINE
           THRU    PG-SEAL-LINE-EXIT.

           READ ARC-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.
       PG-ARCDAY-SEARCH-EXIT.
           EXIT.

      *    Contrôle de scellement de la ligne déjà lue, archive ou
      *    journal vivant : une rupture est listée avec le fichier
      *    où elle se trouve.

       PG-SEAL-LINE.

           PERFORM PG-CHAIN-CHECK
           THRU    PG-CHAIN-CHECK-EXIT.
           IF WS-CHN-REASON NOT = SPACES
               ADD 1 TO WS-EXC-COUNT
               ADD 1 TO WS-CHN-EXC-COUNT
               DISPLAY "EXCEPTION " FUNCTION TRIM(WS-ARCHIVE-NAME)
               SPACE LOG-DATE SPACE LOG-TIME
               " motif : " WS-CHN-REASON
               DISPLAY "  séquence : " LOG-SEQ-NO " attendue "
               WS-CHN-EXPECT
           END-IF.

       PG-SEAL-LINE-EXIT.
           EXIT.

      *    Relit le journal vivant à la suite des archives : ses
      *    lignes ne comptent pas au rapprochement des synthèses
      *    (journées non closes) mais prolongent la chaîne.

       0000-READ-LIVE.

           MOVE "TRANSLOG" TO WS-ARCHIVE-NAME.
           SET WS-ARC-EOF TO FALSE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS = "00"
               READ ARC-FILE
                   AT END SET WS-ARC-EOF TO TRUE
               END-READ
               PERFORM PG-LIVE-RECORD
               THRU    PG-LIVE-RECORD-EXIT
               UNTIL   WS-ARC-EOF
               CLOSE ARC-FILE
           END-IF.

       0000-READ-LIVE-EXIT.
           EXIT.

       PG-LIVE-RECORD.

           ADD 1 TO WS-LIVE-COUNT.
           PERFORM PG-SEAL-LINE
           THRU    PG-SEAL-LINE-EXIT.
           READ ARC-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.

       PG-LIVE-RECORD-EXIT.
           EXIT.

      *    Fin de chaîne : le compteur CHAINNO doit retomber sur la
      *    dernière ligne scellée, archives et journal vivant
      *    confondus.

       0000-CHAIN-END.

           OPEN INPUT CHAIN-FILE.
           IF WS-CHAIN-STATUS = "00"
               READ CHAIN-FILE
                   AT END SET WS-CHAIN-EOF TO TRUE
               END-READ
               CLOSE CHAIN-FILE
           ELSE
               SET WS-CHAIN-EOF TO TRUE
           END-IF.

           IF WS-CHAIN-EOF
               IF WS-CHN-STARTED
                   ADD 1 TO WS-EXC-COUNT
                   ADD 1 TO WS-CHN-EXC-COUNT
                   DISPLAY "EXCEPTION compteur CHAINNO absent"
                   " motif : FIN-JRNL"
               END-IF
           ELSE
               IF CHAIN-LAST-SEQ NOT = WS-CHN-SEQ
               OR CHAIN-LAST-VALUE NOT = WS-CHN-VALUE
                   ADD 1 TO WS-EXC-COUNT
                   ADD 1 TO WS-CHN-EXC-COUNT
                   DISPLAY "EXCEPTION compteur CHAINNO "
                   "motif : FIN-JRNL"
                   DISPLAY "  compteur : " CHAIN-LAST-SEQ SPACE
                   CHAIN-LAST-VALUE
                   DISPLAY "  chaîne   : " WS-CHN-SEQ SPACE
                   WS-CHN-VALUE
               END-IF
           END-IF.

       0000-CHAIN-END-EXIT.
           EXIT.

      *    Confronte les deux tables : chaque journée d'archive doit
      *    retrouver sa ligne SUMMARY au même compte et à la même
      *    somme, et chaque journée de SUMMARY doit avoir du détail.
           DISPLAY "Journées en synthèse : " WS-SD-COUNT.
           DISPLAY "Journées en archive  : " WS-AD-COUNT.
           DISPLAY "Archives relues      : " WS-ARCH-READ.
           DISPLAY "Lignes du journal    : " WS-LIVE-COUNT.
           DISPLAY "Dernière séquence    : " WS-CHN-SEQ.
           DISPLAY "Ruptures de chaîne   : " WS-CHN-EXC-COUNT.
           DISPLAY "Exceptions           : " WS-EXC-COUNT.
           IF WS-EXC-COUNT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "CERTIFICATION : synthèses et archives"
               " s'accordent intégralement."
               DISPLAY "Chaîne de scellement continue jusqu'à la"
               " séquence " WS-CHN-SEQ "."
               DISPLAY "Rapprochement conforme, visé le "
               WS-DATE-DISPLAY " à " WS-TIME-DISPLAY "."
           ELSE
           EXIT.

           COPY GETDATE.
           COPY LOGCHAIN.

           SELECT PARM-FILE ASSIGN TO "REPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TILL-FILE ASSIGN TO "TILLCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER          PIC X VALUE SPACE.
           05  PARM-TO-DATE    PIC X(10).

       FD  LOG-FILE.
           COPY LOGREC.

      *    Comptages de caisse, tenus par le comptage de fin de
      *    session : chaque session interactive du jour doit y
      *    figurer avant que la journée ne se close.

       FD  TILL-FILE.
           COPY TILLREC.

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-CLOSE-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-TILL-STATUS PIC XX.
       01  WS-CLOSE-EOF-SW PIC X VALUE "N".
           88 WS-CLOSE-EOF VALUE "Y" FALSE "N".
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-TILL-EOF-SW PIC X VALUE "N".
           88 WS-TILL-EOF VALUE "Y" FALSE "N".
       01  WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y" FALSE "N".

      *    Sessions interactives du jour relevées au journal (numéro
      *    de passe à zéro, ou à blanc sur les lignes antérieures à
      *    ce numéro : le batch ne touche pas au tiroir), avec
      *    l'opérateur signé et la marque de comptage trouvée dans
      *    TILLCOUNT.

       01  WS-TS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TS-IX PIC 9(3).
       01  WS-TS-UNCOUNTED PIC 9(3) VALUE ZERO.
       01  WS-TS-FOUND-SW PIC X VALUE "N".
           88 WS-TS-FOUND VALUE "Y" FALSE "N".
       01  WS-TS-SEEK-ID PIC X(8).
       01  WS-TS-SEEK-NO PIC 9(5).
       01  WS-TS-TABLE.
           05  WS-TS-ENTRY OCCURS 200 TIMES.
               10  WS-TS-OPERATOR-ID PIC X(8).
               10  WS-TS-SESSION PIC 9(5).
               10  WS-TS-COUNTED-SW PIC X.
                   88 WS-TS-COUNTED VALUE "Y" FALSE "N".

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN
       PG-CLOSED-CHECK-PASS-EXIT.
           EXIT.

      *    Enchaîne les traitements du soir. La vérification rend
      *    son décompte d'exceptions dans RETURN-CODE : un journal
      *    non conforme arrête la clôture avant le rapport,
      *    l'archivage et le marquage. Avant elle, chaque session
      *    de caisse du jour doit avoir été comptée. L'interface
      *    comptable suit la vérification et rend de même ses
      *    exceptions (écriture sans correspondance, fichier
      *    déséquilibré) : elle arrête aussi la clôture. Tout
      *    commence par une génération de sauvegarde des fichiers
      *    que la clôture récrit : sans sauvegarde complète, rien
      *    n'est touché.

       0000-CLOSE-RUN.

           CALL "runbackup".
           IF RETURN-CODE NOT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Sauvegarde incomplète : clôture abandonnée,"
               " journée non marquée close."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           PERFORM PG-TILL-CHECK
           THRU    PG-TILL-CHECK-EXIT.
           IF WS-TS-UNCOUNTED > 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Sessions sans comptage de caisse : clôture"
               " abandonnée, journée non marquée close."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           CALL "runverify".
           IF RETURN-CODE NOT = 0
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           CALL "rungl".
           IF RETURN-CODE NOT = 0
               DISPLAY"-------------------------------------------"
               DISPLAY "Interface comptable refusée : clôture"
               " abandonnée, journée non marquée close."
               DISPLAY"-------------------------------------------"
               STOP RUN
           END-IF.

           PERFORM PG-FORCE-REPPARM
           THRU    PG-FORCE-REPPARM-EXIT.

       0000-CLOSE-RUN-EXIT.
           EXIT.

      *    Relève les sessions interactives du jour au journal, les
      *    rapproche de TILLCOUNT et liste celles qui n'ont pas été
      *    comptées ; leur nombre reste dans WS-TS-UNCOUNTED.

       PG-TILL-CHECK.

           MOVE ZERO TO WS-TS-COUNT.
           MOVE ZERO TO WS-TS-UNCOUNTED.

           SET WS-LOG-EOF TO FALSE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               READ LOG-FILE
                   AT END SET WS-LOG-EOF TO TRUE
               END-READ
               PERFORM PG-TILL-LOG-PASS
               THRU    PG-TILL-LOG-PASS-EXIT
               UNTIL   WS-LOG-EOF
               CLOSE LOG-FILE
           END-IF.

           SET WS-TILL-EOF TO FALSE.
           OPEN INPUT TILL-FILE.
           IF WS-TILL-STATUS = "00"
               READ TILL-FILE
                   AT END SET WS-TILL-EOF TO TRUE
               END-READ
               PERFORM PG-TILL-COUNT-PASS
               THRU    PG-TILL-COUNT-PASS-EXIT
               UNTIL   WS-TILL-EOF
               CLOSE TILL-FILE
           END-IF.

           MOVE 1 TO WS-TS-IX.
           PERFORM PG-TILL-REPORT
           THRU    PG-TILL-REPORT-EXIT
           UNTIL   WS-TS-IX > WS-TS-COUNT.

       PG-TILL-CHECK-EXIT.
           EXIT.

       PG-TILL-LOG-PASS.

           IF LOG-DATE = WS-DATE-DISPLAY(1:10)
           AND (LOG-RUN-NO IS NOT NUMERIC OR LOG-RUN-NO = ZERO)
               MOVE LOG-OPERATOR-ID TO WS-TS-SEEK-ID
               MOVE LOG-SESSION TO WS-TS-SEEK-NO
               PERFORM PG-TILL-FIND
               THRU    PG-TILL-FIND-EXIT
               IF NOT WS-TS-FOUND AND WS-TS-COUNT < 200
                   ADD 1 TO WS-TS-COUNT
                   MOVE LOG-OPERATOR-ID
                       TO WS-TS-OPERATOR-ID(WS-TS-COUNT)
                   MOVE LOG-SESSION TO WS-TS-SESSION(WS-TS-COUNT)
                   SET WS-TS-COUNTED(WS-TS-COUNT) TO FALSE
               END-IF
           END-IF.

           READ LOG-FILE
               AT END SET WS-LOG-EOF TO TRUE
           END-READ.

       PG-TILL-LOG-PASS-EXIT.
           EXIT.

       PG-TILL-COUNT-PASS.

           IF TILL-DATE = WS-DATE-DISPLAY(1:10)
               MOVE TILL-OPERATOR-ID TO WS-TS-SEEK-ID
               MOVE TILL-SESSION TO WS-TS-SEEK-NO
               PERFORM PG-TILL-FIND
               THRU    PG-TILL-FIND-EXIT
               IF WS-TS-FOUND
                   SET WS-TS-COUNTED(WS-TS-IX) TO TRUE
               END-IF
           END-IF.

           READ TILL-FILE
               AT END SET WS-TILL-EOF TO TRUE
           END-READ.

       PG-TILL-COUNT-PASS-EXIT.
           EXIT.

      *    Cherche la paire opérateur/session WS-TS-SEEK-ID et
      *    WS-TS-SEEK-NO ; si trouvée, WS-TS-IX en donne le rang.

       PG-TILL-FIND.

           SET WS-TS-FOUND TO FALSE.
           MOVE 1 TO WS-TS-IX.
           PERFORM PG-TILL-FIND-PASS
           THRU    PG-TILL-FIND-PASS-EXIT
           UNTIL   WS-TS-FOUND OR WS-TS-IX > WS-TS-COUNT.

       PG-TILL-FIND-EXIT.
           EXIT.

       PG-TILL-FIND-PASS.

           IF WS-TS-OPERATOR-ID(WS-TS-IX) = WS-TS-SEEK-ID
           AND WS-TS-SESSION(WS-TS-IX) = WS-TS-SEEK-NO
               SET WS-TS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TS-IX
           END-IF.

       PG-TILL-FIND-PASS-EXIT.
           EXIT.

       PG-TILL-REPORT.

           IF NOT WS-TS-COUNTED(WS-TS-IX)
               ADD 1 TO WS-TS-UNCOUNTED
               DISPLAY "Session " WS-TS-SESSION(WS-TS-IX)
               " de " FUNCTION TRIM(WS-TS-OPERATOR-ID(WS-TS-IX))
               " : caisse non comptée."
           END-IF.
           ADD 1 TO WS-TS-IX.

       PG-TILL-REPORT-EXIT.
           EXIT.

      *    Récrit REPPARM sur la seule journée close : le rapport
      *    de clôture couvre la journée qu'on arrête, quel que soit
      *    le REPPARM laissé par une réimpression historique.

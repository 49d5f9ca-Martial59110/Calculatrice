           SELECT LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT IDX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ARC-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "CHAINNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
           COPY LOGREC.

      *    Index des archives datées, tenu par l'archivage : la
      *    dernière archive nommée porte la ligne qui précède la
      *    première ligne du journal vivant dans la chaîne.

       FD  IDX-FILE.
       01  IDX-RECORD PIC X(30).

      *    Archive de détail relue pour l'ancrage de la chaîne : les
      *    lignes transitent par LOG-RECORD.

       FD  ARC-FILE.
       01  ARC-RECORD PIC X(152).

      *    Compteur du scellement tenu par les programmes qui
      *    écrivent le journal : la dernière ligne scellée doit y
      *    retomber exactement.

       FD  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-LAST-SEQ  PIC 9(9).
           05  FILLER          PIC X.
           05  CHAIN-LAST-VALUE PIC 9(9).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
           COPY CLNFLDS.
           COPY CHNFLDS.

       01  WS-LOG-STATUS PIC XX.
       01  WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y" FALSE "N".
       01  WS-IDX-STATUS PIC XX.
       01  WS-IDX-EOF-SW PIC X VALUE "N".
           88 WS-IDX-EOF VALUE "Y" FALSE "N".
       01  WS-ARC-STATUS PIC XX.
       01  WS-ARC-EOF-SW PIC X VALUE "N".
           88 WS-ARC-EOF VALUE "Y" FALSE "N".
       01  WS-CHAIN-STATUS PIC XX.
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 WS-CHAIN-EOF VALUE "Y" FALSE "N".
       01  WS-ARCHIVE-NAME PIC X(30).

      *    Revérification indépendante de la piste d'audit : chaque
      *    ligne du journal est recalculée à partir de ses propres
           PERFORM 0000-READ-LOOP
           THRU    0000-READ-LOOP-EXIT.

           PERFORM 0000-CHAIN-END
           THRU    0000-CHAIN-END-EXIT.

           PERFORM 0000-PRINT-CERTIF
           THRU    0000-PRINT-CERTIF-EXIT.

           " " WS-TIME-DISPLAY.
           DISPLAY"-------------------------------------------".

           PERFORM PG-CHAIN-ANCHOR
           THRU    PG-CHAIN-ANCHOR-EXIT.

       0000-INITIALIZE-EXIT.
           EXIT.

      *    Ancre la chaîne de scellement : la ligne qui précède le
      *    journal vivant est la dernière ligne scellée de la
      *    dernière archive nommée par ARCHIDX. Sans index ni ligne
      *    scellée archivée, la chaîne part de zéro ; une archive
      *    nommée mais introuvable laisse le début du journal sans
      *    ancre, ce qui est une exception.

       PG-CHAIN-ANCHOR.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           OPEN INPUT IDX-FILE.
           IF WS-IDX-STATUS = "00"
               READ IDX-FILE
                   AT END SET WS-IDX-EOF TO TRUE
               END-READ
               PERFORM PG-ANCHOR-INDEX
               THRU    PG-ANCHOR-INDEX-EXIT
               UNTIL   WS-IDX-EOF
               CLOSE IDX-FILE
           END-IF.

           IF WS-ARCHIVE-NAME NOT = SPACES
               OPEN INPUT ARC-FILE
               IF WS-ARC-STATUS NOT = "00"
                   ADD 1 TO WS-EXC-COUNT
                   DISPLAY "EXCEPTION archive introuvable : "
                   FUNCTION TRIM(WS-ARCHIVE-NAME)
                   " motif : ANCRE"
               ELSE
                   READ ARC-FILE
                       AT END SET WS-ARC-EOF TO TRUE
                   END-READ
                   PERFORM PG-ANCHOR-RECORD
                   THRU    PG-ANCHOR-RECORD-EXIT
                   UNTIL   WS-ARC-EOF
                   CLOSE ARC-FILE
               END-IF
           END-IF.

       PG-CHAIN-ANCHOR-EXIT.
           EXIT.

       PG-ANCHOR-INDEX.

           MOVE IDX-RECORD TO WS-ARCHIVE-NAME.
           READ IDX-FILE
               AT END SET WS-IDX-EOF TO TRUE
           END-READ.

       PG-ANCHOR-INDEX-EXIT.
           EXIT.

       PG-ANCHOR-RECORD.

           MOVE ARC-RECORD TO LOG-RECORD.
           IF LOG-SEQ-NO IS NUMERIC AND LOG-CHAIN IS NUMERIC
               MOVE LOG-SEQ-NO TO WS-CHN-SEQ
               MOVE LOG-CHAIN TO WS-CHN-VALUE
               SET WS-CHN-STARTED TO TRUE
           END-IF.
           READ ARC-FILE
               AT END SET WS-ARC-EOF TO TRUE
           END-READ.

       PG-ANCHOR-RECORD-EXIT.
           EXIT.

       0000-READ-LOOP.

           READ LOG-FILE
               THRU    PG-EXCEPTION-EXIT
           END-IF.

      *    Scellement : séquence suivante attendue et valeur chaînée
      *    recalculée, indépendamment de l'arithmétique de la ligne.

           PERFORM PG-CHAIN-CHECK
           THRU    PG-CHAIN-CHECK-EXIT.
           IF WS-CHN-REASON NOT = SPACES
               ADD 1 TO WS-EXC-COUNT
               DISPLAY "EXCEPTION " LOG-DATE SPACE LOG-TIME SPACE
               LOG-OPERATOR SPACE "motif : " WS-CHN-REASON
               DISPLAY "  séquence : " LOG-SEQ-NO " attendue "
               WS-CHN-EXPECT
           END-IF.

       PG-VERIFY-RECORD-EXIT.
           EXIT.

       PG-EXCEPTION-EXIT.
           EXIT.

      *    Fin de chaîne : le compteur CHAINNO doit retomber sur la
      *    dernière ligne scellée. Un écart signe des lignes
      *    retirées en fin de journal, ou écrites sans passer par le
      *    compteur.

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
                   DISPLAY "EXCEPTION compteur CHAINNO absent"
                   " motif : FIN-JRNL"
               END-IF
           ELSE
               IF CHAIN-LAST-SEQ NOT = WS-CHN-SEQ
               OR CHAIN-LAST-VALUE NOT = WS-CHN-VALUE
                   ADD 1 TO WS-EXC-COUNT
                   DISPLAY "EXCEPTION compteur CHAINNO "
                   "motif : FIN-JRNL"
                   DISPLAY "  compteur : " CHAIN-LAST-SEQ SPACE
                   CHAIN-LAST-VALUE
                   DISPLAY "  journal  : " WS-CHN-SEQ SPACE
                   WS-CHN-VALUE
               END-IF
           END-IF.

       0000-CHAIN-END-EXIT.
           EXIT.

      *    Page de certification : un passage sans exception vaut
      *    attestation que le journal est arithmétiquement conforme ;
      *    sinon le décompte renvoie aux lignes listées ci-dessus.
               DISPLAY"-------------------------------------------"
               DISPLAY "CERTIFICATION : le journal recalcule"
               " intégralement."
               DISPLAY "Chaîne de scellement continue jusqu'à la"
               " séquence " WS-CHN-SEQ "."
               DISPLAY "Journal arithmétiquement conforme, visé le "
               WS-DATE-DISPLAY " à " WS-TIME-DISPLAY "."
           ELSE
           EXIT.

           COPY GETDATE.
           COPY LOGCHAIN.

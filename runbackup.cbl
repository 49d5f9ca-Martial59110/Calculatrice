       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbackup.
       AUTHOR. Martial FLoquet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BKUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAT-FILE ASSIGN TO "BACKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT DST-FILE ASSIGN TO DYNAMIC WS-DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Paramètre de la sauvegarde : nombre de générations
      *    gardées. Absent ou inutilisable, la valeur d'atelier (7)
      *    s'applique ; au plus 99.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEEP       PIC X(10).

      *    Catalogue des sauvegardes : lignes FIC et GEN écrites
      *    ici, lignes RES écrites par la restauration. Jamais
      *    récrit, toujours en ajout : c'est la piste d'audit.

       FD  CAT-FILE.
           COPY BKUPREC.

      *    Fichier à copier et sa copie, nommés au passage de
      *    chaque fichier de la liste. Les lignes les plus longues
      *    (journal, 152 octets) y tiennent avec de la marge.

       FD  SRC-FILE.
       01  SRC-RECORD PIC X(256).

       FD  DST-FILE.
       01  DST-RECORD PIC X(256).

      *    Le fichier des comptes est indexé : il est relu dans
      *    l'ordre des codes et sa copie est un fichier ligne, que
      *    la restauration recharge dans un fichier indexé neuf.

       FD  ACCT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
           COPY DATEFMT.

       01  WS-PARM-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
       01  WS-SRC-STATUS PIC XX.
       01  WS-DST-STATUS PIC XX.
       01  WS-ACCT-STATUS PIC XX.
       01  WS-CAT-EOF-SW PIC X VALUE "N".
           88 WS-CAT-EOF VALUE "Y" FALSE "N".
       01  WS-SRC-EOF-SW PIC X VALUE "N".
           88 WS-SRC-EOF VALUE "Y" FALSE "N".
       01  WS-ACCT-EOF-SW PIC X VALUE "N".
           88 WS-ACCT-EOF VALUE "Y" FALSE "N".
       01  WS-CAT-OPEN-SW PIC X VALUE "N".
           88 WS-CAT-OPEN VALUE "Y" FALSE "N".

      *    Fichiers sauvegardés : tout ce que la clôture et l'arrêté
      *    récrivent ou complètent, compteurs du scellement et de
      *    l'interface comptable compris, pour qu'une restauration
      *    remette un ensemble cohérent. TRANSARCH désigne l'archive
      *    datée du jour, que l'archivage complète en ajout.

       01  WS-BKF-NAMES.
           05  FILLER PIC X(10) VALUE "TRANSLOG".
           05  FILLER PIC X(10) VALUE "CHAINNO".
           05  FILLER PIC X(10) VALUE "ACCOUNTS".
           05  FILLER PIC X(10) VALUE "MOVEMENTS".
           05  FILLER PIC X(10) VALUE "ACCTHIST".
           05  FILLER PIC X(10) VALUE "ACCRHIST".
           05  FILLER PIC X(10) VALUE "SUMMARY".
           05  FILLER PIC X(10) VALUE "ARCHIDX".
           05  FILLER PIC X(10) VALUE "TRANSARCH".
           05  FILLER PIC X(10) VALUE "RUNREG".
           05  FILLER PIC X(10) VALUE "CLOSEDAYS".
           05  FILLER PIC X(10) VALUE "GLSEQNO".
       01  WS-BKF-TABLE REDEFINES WS-BKF-NAMES.
           05  WS-BKF-NAME PIC X(10) OCCURS 12 TIMES.
       01  WS-BKF-COUNT PIC 9(2) VALUE 12.
       01  WS-BKF-IX PIC 9(2).

      *    Nom de l'archive du jour, construit comme l'archivage le
      *    construit : TRANSARCH.AAAAMMJJ.

       01  WS-ARCHIVE-NAME PIC X(30).
       01  WS-SRC-NAME PIC X(30).
       01  WS-DST-NAME PIC X(30).

      *    Génération : numéro suivant le dernier du catalogue, et
      *    emplacement tournant parmi les N gardés — la copie
      *    BACKUP.nn.FICHIER de l'emplacement remplace celle de la
      *    plus ancienne génération.

       01  WS-KEEP-GENS PIC 9(2) VALUE 7.
       01  WS-PARM-VALUE PIC S9(7)V99.
       01  WS-LAST-GEN PIC 9(5) VALUE ZERO.
       01  WS-GEN-NO PIC 9(5) VALUE ZERO.
       01  WS-SLOT PIC 9(2) VALUE ZERO.

      *    Décomptes : enregistrements du fichier en cours, fichiers
      *    copiés, absents, et en erreur. La moindre erreur laisse la
      *    génération sans ligne GEN, donc inutilisable, et revient
      *    à l'appelant dans RETURN-CODE.

       01  WS-REC-COUNT PIC 9(9) VALUE ZERO.
       01  WS-FILE-STATE PIC X(8).
       01  WS-COPY-CNT PIC 9(3) VALUE ZERO.
       01  WS-ABSENT-CNT PIC 9(3) VALUE ZERO.
       01  WS-ERR-CNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN

           PERFORM 0000-INITIALIZE
           THRU    0000-INITIALIZE-EXIT.

           IF WS-ERR-CNT = 0
               PERFORM 0000-BACKUP-FILES
               THRU    0000-BACKUP-FILES-EXIT
           END-IF.

           PERFORM 9999-FINALIZE
           THRU    9999-FINALIZE-EXIT.
           GOBACK.

      *    Sauvegarde avant traitement : appelée en tête de la
      *    clôture de journée et avant l'arrêté mensuel, elle copie
      *    les fichiers que ces traitements récrivent dans une
      *    génération numérotée et datée, pour qu'un traitement
      *    interrompu à mi-chemin puisse être repris depuis l'état
      *    d'avant. Rend son nombre d'erreurs dans RETURN-CODE :
      *    l'appelant ne poursuit que sur une sauvegarde complète.

       0000-INITIALIZE.

           PERFORM 0000-GET-DATETIME
           THRU    0000-GET-DATETIME-EXIT.

           MOVE ZERO TO WS-COPY-CNT.
           MOVE ZERO TO WS-ABSENT-CNT.
           MOVE ZERO TO WS-ERR-CNT.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           MOVE "TRANSARCH." TO WS-ARCHIVE-NAME(1:10).
           MOVE WS-DATEACTU TO WS-ARCHIVE-NAME(11:8).

           PERFORM PG-BKUP-PARM
           THRU    PG-BKUP-PARM-EXIT.

           PERFORM PG-CAT-SCAN
           THRU    PG-CAT-SCAN-EXIT.

           COMPUTE WS-GEN-NO = WS-LAST-GEN + 1.
           COMPUTE WS-SLOT =
               FUNCTION MOD(WS-GEN-NO - 1, WS-KEEP-GENS) + 1.

           SET WS-CAT-OPEN TO FALSE.
           OPEN EXTEND CAT-FILE.
           IF WS-CAT-STATUS NOT = "00"
               OPEN OUTPUT CAT-FILE
           END-IF.
           IF WS-CAT-STATUS = "00"
               SET WS-CAT-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-ERR-CNT
               DISPLAY "Impossible d'ouvrir BACKUPCAT : sauvegarde"
               " impossible."
           END-IF.

           DISPLAY"-------------------------------------------"
           DISPLAY "Sauvegarde génération " WS-GEN-NO
           " (emplacement " WS-SLOT ") du "
           WS-DATE-DISPLAY(1:10) " à " WS-TIME-DISPLAY "."
           DISPLAY"-------------------------------------------".

       0000-INITIALIZE-EXIT.
           EXIT.

      *    Nombre de générations gardées : lu dans BKUPPARM si le
      *    fichier est présent et porte un entier de 1 à 99, sinon
      *    la valeur d'atelier reste.

       PG-BKUP-PARM.

           MOVE 7 TO WS-KEEP-GENS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               IF FUNCTION TEST-NUMVAL(PARM-KEEP) = 0
                   COMPUTE WS-PARM-VALUE =
                       FUNCTION NUMVAL(PARM-KEEP)
                   IF WS-PARM-VALUE >= 1
                   AND WS-PARM-VALUE <= 99
                   AND WS-PARM-VALUE =
                       FUNCTION INTEGER(WS-PARM-VALUE)
                       MOVE WS-PARM-VALUE TO WS-KEEP-GENS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

       PG-BKUP-PARM-EXIT.
           EXIT.

      *    Dernier numéro de génération attribué : le plus grand
      *    trouvé au catalogue, génération complète ou non — une
      *    génération interrompue garde son numéro.

       PG-CAT-SCAN.

           MOVE ZERO TO WS-LAST-GEN.
           SET WS-CAT-EOF TO FALSE.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               READ CAT-FILE
                   AT END SET WS-CAT-EOF TO TRUE
               END-READ
               PERFORM PG-CAT-SCAN-PASS
               THRU    PG-CAT-SCAN-PASS-EXIT
               UNTIL   WS-CAT-EOF
               CLOSE CAT-FILE
           END-IF.

       PG-CAT-SCAN-EXIT.
           EXIT.

       PG-CAT-SCAN-PASS.

           IF (BKC-TAG = "FIC" OR BKC-TAG = "GEN")
           AND BKC-GEN-NO IS NUMERIC
               IF BKC-GEN-NO > WS-LAST-GEN
                   MOVE BKC-GEN-NO TO WS-LAST-GEN
               END-IF
           END-IF.

           READ CAT-FILE
               AT END SET WS-CAT-EOF TO TRUE
           END-READ.

       PG-CAT-SCAN-PASS-EXIT.
           EXIT.

       0000-BACKUP-FILES.

           MOVE 1 TO WS-BKF-IX.
           PERFORM PG-BACKUP-FILE
           THRU    PG-BACKUP-FILE-EXIT
           UNTIL   WS-BKF-IX > WS-BKF-COUNT.

       0000-BACKUP-FILES-EXIT.
           EXIT.

      *    Copie un fichier de la liste dans l'emplacement de la
      *    génération et en pose la ligne FIC au catalogue. Un
      *    fichier encore jamais créé est noté ABSENT, sa copie
      *    laissée vide : la restauration le remettra vide.

       PG-BACKUP-FILE.

           IF WS-BKF-NAME(WS-BKF-IX) = "TRANSARCH"
               MOVE WS-ARCHIVE-NAME TO WS-SRC-NAME
           ELSE
               MOVE WS-BKF-NAME(WS-BKF-IX) TO WS-SRC-NAME
           END-IF.

           MOVE SPACES TO WS-DST-NAME.
           MOVE "BACKUP." TO WS-DST-NAME(1:7).
           MOVE WS-SLOT TO WS-DST-NAME(8:2).
           MOVE "." TO WS-DST-NAME(10:1).
           MOVE WS-BKF-NAME(WS-BKF-IX) TO WS-DST-NAME(11:10).

           MOVE ZERO TO WS-REC-COUNT.
           IF WS-BKF-NAME(WS-BKF-IX) = "ACCOUNTS"
               PERFORM PG-COPY-ACCOUNTS
               THRU    PG-COPY-ACCOUNTS-EXIT
           ELSE
               PERFORM PG-COPY-FLAT
               THRU    PG-COPY-FLAT-EXIT
           END-IF.

           EVALUATE WS-FILE-STATE
           WHEN "COPIE"
               ADD 1 TO WS-COPY-CNT
           WHEN "ABSENT"
               ADD 1 TO WS-ABSENT-CNT
           WHEN OTHER
               ADD 1 TO WS-ERR-CNT
           END-EVALUATE.

           DISPLAY WS-SRC-NAME(1:20) " " WS-FILE-STATE " "
           WS-REC-COUNT " enregistrement(s)".

           MOVE SPACES TO BKC-RECORD.
           MOVE "FIC" TO BKC-TAG.
           MOVE WS-GEN-NO TO BKC-GEN-NO.
           MOVE WS-SLOT TO BKC-SLOT.
           MOVE WS-DATE-DISPLAY(1:10) TO BKC-DATE.
           MOVE WS-TIME-DISPLAY TO BKC-TIME.
           MOVE WS-SRC-NAME TO BKC-FILE-NAME.
           MOVE WS-DST-NAME TO BKC-COPY-NAME.
           MOVE WS-REC-COUNT TO BKC-COUNT.
           MOVE WS-FILE-STATE TO BKC-STATE.
           WRITE BKC-RECORD.

           ADD 1 TO WS-BKF-IX.

       PG-BACKUP-FILE-EXIT.
           EXIT.

      *    Copie ligne à ligne d'un fichier séquentiel.

       PG-COPY-FLAT.

           MOVE "ERREUR" TO WS-FILE-STATE.
           OPEN INPUT SRC-FILE.
           EVALUATE WS-SRC-STATUS
           WHEN "00"
               OPEN OUTPUT DST-FILE
               IF WS-DST-STATUS = "00"
                   MOVE "COPIE" TO WS-FILE-STATE
                   SET WS-SRC-EOF TO FALSE
                   READ SRC-FILE
                       AT END SET WS-SRC-EOF TO TRUE
                   END-READ
                   PERFORM PG-COPY-FLAT-PASS
                   THRU    PG-COPY-FLAT-PASS-EXIT
                   UNTIL   WS-SRC-EOF
                   CLOSE DST-FILE
               END-IF
               CLOSE SRC-FILE
           WHEN "35"
               OPEN OUTPUT DST-FILE
               IF WS-DST-STATUS = "00"
                   CLOSE DST-FILE
                   MOVE "ABSENT" TO WS-FILE-STATE
               END-IF
           END-EVALUATE.

       PG-COPY-FLAT-EXIT.
           EXIT.

       PG-COPY-FLAT-PASS.

           WRITE DST-RECORD FROM SRC-RECORD.
           IF WS-DST-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-FILE-STATE
               SET WS-SRC-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REC-COUNT
               READ SRC-FILE
                   AT END SET WS-SRC-EOF TO TRUE
               END-READ
           END-IF.

       PG-COPY-FLAT-PASS-EXIT.
           EXIT.

      *    Copie du fichier indexé des comptes, dans l'ordre des
      *    codes, vers une copie ligne.

       PG-COPY-ACCOUNTS.

           MOVE "ERREUR" TO WS-FILE-STATE.
           OPEN INPUT ACCT-FILE.
           EVALUATE WS-ACCT-STATUS
           WHEN "00"
               OPEN OUTPUT DST-FILE
               IF WS-DST-STATUS = "00"
                   MOVE "COPIE" TO WS-FILE-STATE
                   SET WS-ACCT-EOF TO FALSE
                   READ ACCT-FILE NEXT
                       AT END SET WS-ACCT-EOF TO TRUE
                   END-READ
                   PERFORM PG-COPY-ACCOUNTS-PASS
                   THRU    PG-COPY-ACCOUNTS-PASS-EXIT
                   UNTIL   WS-ACCT-EOF
                   CLOSE DST-FILE
               END-IF
               CLOSE ACCT-FILE
           WHEN "35"
               OPEN OUTPUT DST-FILE
               IF WS-DST-STATUS = "00"
                   CLOSE DST-FILE
                   MOVE "ABSENT" TO WS-FILE-STATE
               END-IF
           END-EVALUATE.

       PG-COPY-ACCOUNTS-EXIT.
           EXIT.

       PG-COPY-ACCOUNTS-PASS.

           MOVE SPACES TO DST-RECORD.
           MOVE ACCT-RECORD TO DST-RECORD.
           WRITE DST-RECORD.
           IF WS-DST-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-FILE-STATE
               SET WS-ACCT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REC-COUNT
               READ ACCT-FILE NEXT
                   AT END SET WS-ACCT-EOF TO TRUE
               END-READ
           END-IF.

       PG-COPY-ACCOUNTS-PASS-EXIT.
           EXIT.

      *    La ligne GEN n'est posée que si chaque fichier a été
      *    copié ou noté absent : c'est elle qui rend la génération
      *    restaurable.

       9999-FINALIZE.

           IF WS-CAT-OPEN
               IF WS-ERR-CNT = 0
                   MOVE SPACES TO BKC-RECORD
                   MOVE "GEN" TO BKC-TAG
                   MOVE WS-GEN-NO TO BKC-GEN-NO
                   MOVE WS-SLOT TO BKC-SLOT
                   MOVE WS-DATE-DISPLAY(1:10) TO BKC-DATE
                   MOVE WS-TIME-DISPLAY TO BKC-TIME
                   MOVE WS-BKF-COUNT TO BKC-COUNT
                   MOVE "COMPLET" TO BKC-STATE
                   WRITE BKC-RECORD
               END-IF
               CLOSE CAT-FILE
           END-IF.

           DISPLAY"-------------------------------------------"
           IF WS-ERR-CNT = 0
               DISPLAY "Sauvegarde génération " WS-GEN-NO
               " complète : " WS-COPY-CNT " fichier(s) copié(s), "
               WS-ABSENT-CNT " absent(s)."
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "SAUVEGARDE INCOMPLETE : " WS-ERR-CNT
               " fichier(s) en erreur, génération inutilisable."
               MOVE WS-ERR-CNT TO RETURN-CODE
           END-IF.
           DISPLAY"-------------------------------------------".

       9999-FINALIZE-EXIT.
           EXIT.

           COPY GETDATE.

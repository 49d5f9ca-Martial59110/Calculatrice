
      *    Registre des passes batch, tenu par runhello : une ligne
      *    DEB à l'ouverture de chaque passe, une ligne FIN à sa
      *    clôture normale avec les compteurs du bloc de contrôle,
      *    et une ligne ANN quand la passe a été contre-passée, avec
      *    le superviseur qui l'a approuvée. La même disposition que
      *    l'écriture, pour que les deux s'accordent toujours.

       FD  RUNREG-FILE.
       01  RUNREG-RECORD.
           05  RREG-REJETES    PIC 9(7).
           05  FILLER          PIC X.
           05  RREG-SOMME      PIC X(19).
           05  FILLER          PIC X.
           05  RREG-SUPER-ID   PIC X(8).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
               10  WS-RUN-T-SOMME   PIC X(19).
               10  WS-RUN-T-FIN-SW  PIC X.
                   88 WS-RUN-T-FIN VALUE "Y" FALSE "N".
               10  WS-RUN-T-ADATE   PIC X(10).
               10  WS-RUN-T-ATIME   PIC X(8).
               10  WS-RUN-T-ASUPER  PIC X(8).
               10  WS-RUN-T-ANN-SW  PIC X.
                   88 WS-RUN-T-ANN VALUE "Y" FALSE "N".

       01  WS-RUN-ETAT PIC X(11).
       01  WS-INTER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ANN-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.


      *    Consultation du registre des passes batch : chaque passe
      *    lancée, son horodatage de début et de fin, ses compteurs
      *    et son état (terminée normalement, interrompue ou
      *    contre-passée), pour que l'exploitation prouve d'un coup
      *    d'œil quelles passes ont tourné, repris après incident,
      *    jamais abouti ou été annulées, par qui et quand.

       0000-INITIALIZE.

           WHEN "FIN"
               PERFORM PG-RUN-CLOSE
               THRU    PG-RUN-CLOSE-EXIT
           WHEN "ANN"
               PERFORM PG-RUN-REVERSED
               THRU    PG-RUN-REVERSED-EXIT
           WHEN OTHER
               DISPLAY "Ligne de registre inconnue ignorée : "
               RREG-TAG
               MOVE ZERO TO WS-RUN-T-REJETES(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-T-SOMME(WS-RUN-COUNT)
               SET WS-RUN-T-FIN(WS-RUN-COUNT) TO FALSE
               MOVE SPACES TO WS-RUN-T-ADATE(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-T-ATIME(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-T-ASUPER(WS-RUN-COUNT)
               SET WS-RUN-T-ANN(WS-RUN-COUNT) TO FALSE
           END-IF.

       PG-RUN-OPEN-EXIT.
       PG-RUN-CLOSE-PASS-EXIT.
           EXIT.

      *    Une ligne ANN marque la passe du même numéro comme
      *    contre-passée et y pose l'horodatage et le superviseur
      *    de la contre-passation.

       PG-RUN-REVERSED.

           SET WS-RUN-FOUND TO FALSE.
           MOVE 1 TO WS-RUN-IX.
           PERFORM PG-RUN-REVERSED-PASS
           THRU    PG-RUN-REVERSED-PASS-EXIT
           UNTIL   WS-RUN-FOUND OR WS-RUN-IX > WS-RUN-COUNT.

           IF WS-RUN-FOUND
               MOVE RREG-DATE TO WS-RUN-T-ADATE(WS-RUN-USE)
               MOVE RREG-TIME TO WS-RUN-T-ATIME(WS-RUN-USE)
               MOVE RREG-SUPER-ID TO WS-RUN-T-ASUPER(WS-RUN-USE)
               SET WS-RUN-T-ANN(WS-RUN-USE) TO TRUE
           ELSE
               DISPLAY "Ligne ANN sans ligne DEB pour la passe "
               RREG-RUN-NO
           END-IF.

       PG-RUN-REVERSED-EXIT.
           EXIT.

       PG-RUN-REVERSED-PASS.

           IF WS-RUN-T-NO(WS-RUN-IX) = RREG-RUN-NO
               MOVE WS-RUN-IX TO WS-RUN-USE
               SET WS-RUN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RUN-IX
           END-IF.

       PG-RUN-REVERSED-PASS-EXIT.
           EXIT.

      *    Liste du registre : une passe par ligne, du plus ancien
      *    lancement au plus récent, avec le décompte des passes
      *    restées sans clôture.

           DISPLAY"-------------------------------------------"
           DISPLAY WS-RUN-COUNT " passe(s) au registre, "
           WS-INTER-COUNT " interrompue(s), "
           WS-ANN-COUNT " contre-passée(s)."
           DISPLAY"-------------------------------------------".

       0000-PRINT-REGISTER-EXIT.

       PG-PRINT-RUN.

           EVALUATE TRUE
           WHEN WS-RUN-T-ANN(WS-RUN-IX)
               MOVE "ANNULEE" TO WS-RUN-ETAT
               ADD 1 TO WS-ANN-COUNT
           WHEN WS-RUN-T-FIN(WS-RUN-IX)
               MOVE "NORMALE" TO WS-RUN-ETAT
           WHEN OTHER
               MOVE "INTERROMPUE" TO WS-RUN-ETAT
               ADD 1 TO WS-INTER-COUNT
           END-EVALUATE.

           DISPLAY WS-RUN-T-NO(WS-RUN-IX) SPACE
           WS-RUN-T-DDATE(WS-RUN-IX) SPACE
               DISPLAY "       somme : "
               FUNCTION TRIM(WS-RUN-T-SOMME(WS-RUN-IX))
           END-IF.
           IF WS-RUN-T-ANN(WS-RUN-IX)
               DISPLAY "       contre-passée le "
               WS-RUN-T-ADATE(WS-RUN-IX) " à "
               WS-RUN-T-ATIME(WS-RUN-IX) ", approuvée par "
               FUNCTION TRIM(WS-RUN-T-ASUPER(WS-RUN-IX))
           END-IF.
           ADD 1 TO WS-RUN-IX.

       PG-PRINT-RUN-EXIT.

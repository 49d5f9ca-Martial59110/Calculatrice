       01  WS-MVT-AMOUNT PIC S9(9)V9(4).
       01  WS-MVT-PRINTED PIC 9(7) VALUE ZERO.

      *    Libellé en clair de la nature du mouvement, imprimé
      *    devant le montant ; les lignes d'avant la nature sont
      *    des versements.

       01  WS-MVT-LABEL PIC X(9).

       PROCEDURE DIVISION.

      *    Déclaration de mon paragraphe MAIN
                       FUNCTION NUMVAL(MVT-BALANCE)
                   MOVE WS-MVT-AMOUNT TO WS-A-CLEAN
                   MOVE WS-CLOSE-BALANCE TO WS-RESULT-CLEAN
                   PERFORM PG-MVT-LABEL
                   THRU    PG-MVT-LABEL-EXIT
                   DISPLAY "  " MVT-DATE SPACE MVT-TIME
                   " session " MVT-SESSION SPACE MVT-OPERATOR-ID
                   SPACE WS-MVT-LABEL
                   SPACE FUNCTION TRIM(WS-A-CLEAN) " -> solde "
                   FUNCTION TRIM(WS-RESULT-CLEAN)

      *    Un débit, un virement, une contre-passation ou des
      *    intérêts (référencés par leur période) rappellent leur
      *    référence et, pour un virement, l'autre compte de la
      *    paire.

                   IF MVT-COUNTER-ACCT NOT = SPACES
                       DISPLAY "      réf. " MVT-REF
                       " contrepartie "
                       FUNCTION TRIM(MVT-COUNTER-ACCT)
                   ELSE
                       IF MVT-TYPE = "C-" OR MVT-TYPE = "AN"
                       OR MVT-TYPE = "IN"
                           DISPLAY "      réf. " MVT-REF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PG-PRINT-MOVEMENT-EXIT.
           EXIT.

       PG-MVT-LABEL.

           EVALUATE MVT-TYPE
           WHEN "C-"
               MOVE "débit" TO WS-MVT-LABEL
           WHEN "CV"
               MOVE "virement" TO WS-MVT-LABEL
           WHEN "AR"
               MOVE "arrêté" TO WS-MVT-LABEL
           WHEN "AN"
               MOVE "annulé" TO WS-MVT-LABEL
           WHEN "IN"
               IF FUNCTION NUMVAL(MVT-AMOUNT) < 0
                   MOVE "frais" TO WS-MVT-LABEL
               ELSE
                   MOVE "intérêt" TO WS-MVT-LABEL
               END-IF
           WHEN OTHER
               MOVE "versement" TO WS-MVT-LABEL
           END-EVALUATE.

       PG-MVT-LABEL-EXIT.
           EXIT.

       0000-PRINT-FOOTER.

           DISPLAY"-------------------------------------------"

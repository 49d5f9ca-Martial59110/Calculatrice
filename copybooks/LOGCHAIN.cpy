      *=============================================================*
      *  LOGCHAIN - scellement des lignes du journal des            *
      *  transactions. PG-CHAIN-STAMP pose sur LOG-RECORD la        *
      *  séquence suivante et la valeur chaînée ; PG-CHAIN-CHECK    *
      *  contrôle une ligne relue contre la chaîne courante et      *
      *  rend un motif (DOUBLON, LACUNE, CHAINE, NON-SCELLE) dans   *
      *  WS-CHN-REASON. Requiert LOGREC et les zones de CHNFLDS.    *
      *=============================================================*

      *    Scelle la ligne prête à écrire : séquence suivant la
      *    dernière attribuée, valeur calculée à partir de la
      *    valeur de la ligne précédente.

       PG-CHAIN-STAMP.

           ADD 1 TO WS-CHN-SEQ.
           MOVE WS-CHN-SEQ TO LOG-SEQ-NO.
           MOVE LOG-RECORD TO WS-CHN-IMAGE.
           PERFORM PG-CHAIN-CALC
           THRU    PG-CHAIN-CALC-EXIT.
           MOVE WS-CHN-CALC TO LOG-CHAIN.
           MOVE WS-CHN-CALC TO WS-CHN-VALUE.

       PG-CHAIN-STAMP-EXIT.
           EXIT.

      *    Contrôle la ligne relue : sa séquence doit suivre la
      *    dernière, et sa valeur se recalculer à partir de la
      *    précédente. Après une lacune ou une chaîne rompue, la
      *    chaîne repart de la ligne elle-même pour ne signaler
      *    qu'une fois chaque rupture ; un doublon ne la fait pas
      *    reculer.

       PG-CHAIN-CHECK.

           MOVE SPACES TO WS-CHN-REASON.
           COMPUTE WS-CHN-EXPECT = WS-CHN-SEQ + 1.

           IF LOG-SEQ-NO IS NOT NUMERIC
           OR LOG-CHAIN IS NOT NUMERIC
               IF WS-CHN-STARTED
                   MOVE "NON-SCELLE" TO WS-CHN-REASON
               END-IF
           ELSE
               SET WS-CHN-STARTED TO TRUE
               MOVE LOG-RECORD TO WS-CHN-IMAGE
               PERFORM PG-CHAIN-CALC
               THRU    PG-CHAIN-CALC-EXIT
               EVALUATE TRUE
               WHEN LOG-SEQ-NO < WS-CHN-EXPECT
                   MOVE "DOUBLON" TO WS-CHN-REASON
               WHEN LOG-SEQ-NO > WS-CHN-EXPECT
                   MOVE "LACUNE" TO WS-CHN-REASON
               WHEN WS-CHN-CALC NOT = LOG-CHAIN
                   MOVE "CHAINE" TO WS-CHN-REASON
               END-EVALUATE
               IF WS-CHN-REASON NOT = "DOUBLON"
                   MOVE LOG-SEQ-NO TO WS-CHN-SEQ
                   MOVE LOG-CHAIN TO WS-CHN-VALUE
               END-IF
           END-IF.

       PG-CHAIN-CHECK-EXIT.
           EXIT.

      *    Valeur de contrôle de WS-CHN-IMAGE chaînée sur
      *    WS-CHN-VALUE : chaque octet de la ligne est replié dans
      *    l'accumulateur, modulo un nombre premier, pour que tout
      *    octet changé ou déplacé change la valeur.

       PG-CHAIN-CALC.

           MOVE WS-CHN-VALUE TO WS-CHN-ACC.
           MOVE 1 TO WS-CHN-IX.
           PERFORM PG-CHAIN-BYTE
           THRU    PG-CHAIN-BYTE-EXIT
           UNTIL   WS-CHN-IX > 142.
           MOVE WS-CHN-ACC TO WS-CHN-CALC.

       PG-CHAIN-CALC-EXIT.
           EXIT.

       PG-CHAIN-BYTE.

           COMPUTE WS-CHN-ACC = FUNCTION MOD(WS-CHN-ACC * 257
               + FUNCTION ORD(WS-CHN-IMAGE(WS-CHN-IX:1)), 999999937).
           ADD 1 TO WS-CHN-IX.

       PG-CHAIN-BYTE-EXIT.
           EXIT.

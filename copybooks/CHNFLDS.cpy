      *=============================================================*
      *  CHNFLDS - zones de travail du scellement du journal des    *
      *  transactions : dernière séquence et dernière valeur de     *
      *  contrôle de la chaîne, image de la ligne à sceller et      *
      *  motif d'une rupture. Partagé par les programmes qui        *
      *  écrivent TRANSLOG et par ceux qui le vérifient, avec les   *
      *  paragraphes de LOGCHAIN, pour que tous calculent la même   *
      *  valeur de contrôle.                                        *
      *=============================================================*

      *    Partie scellée de la ligne : tout l'enregistrement LOGREC
      *    jusqu'au numéro de séquence inclus, la valeur de contrôle
      *    elle-même restant en dehors.

       01  WS-CHN-IMAGE PIC X(142).

       01  WS-CHN-SEQ PIC 9(9) VALUE ZERO.
       01  WS-CHN-VALUE PIC 9(9) VALUE ZERO.
       01  WS-CHN-CALC PIC 9(9).
       01  WS-CHN-EXPECT PIC 9(9).
       01  WS-CHN-ACC PIC 9(12).
       01  WS-CHN-IX PIC 9(3).
       01  WS-CHN-REASON PIC X(10).

      *    La chaîne ne démarre qu'à la première ligne scellée :
      *    les lignes antérieures au scellement passent sans
      *    contrôle, une ligne non scellée après elle est une
      *    rupture.

       01  WS-CHN-STARTED-SW PIC X VALUE "N".
           88 WS-CHN-STARTED VALUE "Y" FALSE "N".

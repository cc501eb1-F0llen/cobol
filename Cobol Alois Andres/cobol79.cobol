      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CODE 'S' (RETENUE A LA SOURCE    *
      *          |          |      | SUR INTERETS) ACCEPTE            *
      *===============================================================*

       ENVIRONMENT DIVISION.
           IF WS-MVT-CODE NOT = 'D' AND NOT = 'R' AND NOT = 'C'
              AND NOT = 'I' AND NOT = 'F' AND NOT = 'V'
              AND NOT = 'E' AND NOT = 'P' AND NOT = 'Q'
              AND NOT = 'X' AND NOT = 'S'
              MOVE 'E' TO WS-ANO-CODE
              MOVE 'N' TO WS-MVT-VALIDE
           END-IF

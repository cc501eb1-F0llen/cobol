      *          |          |      | (FICCHQB), NON DEJA PAYEE (KSDS  *
      *          |          |      | FICCHQP) ET HORS OPPOSITIONS     *
      *          |          |      | (FICCHQO) ; SINON REJET FICREJM  *
      * 15/10/26 |  ALOIS.A |      | CODE 'S' (RETENUE A LA SOURCE    *
      *          |          |      | SUR INTERETS) ACCEPTE, Y COMPRIS *
      *          |          |      | EN ORIGINE D'EXTOURNE            *
      *===============================================================*

       ENVIRONMENT DIVISION.
           IF FD-FICMVTS-CODE NOT = 'D' AND NOT = 'R' AND NOT = 'C'
              AND NOT = 'I' AND NOT = 'F' AND NOT = 'V'
              AND NOT = 'E' AND NOT = 'P' AND NOT = 'Q'
              AND NOT = 'X' AND NOT = 'S'
              MOVE 'E' TO WS-ANO-CODE
              MOVE 'N' TO WS-MVT-VALIDE
           END-IF
                 OR (FD-FICMVTS-CODE-ORIGINE NOT = 'D'
                     AND NOT = 'R' AND NOT = 'C'
                     AND NOT = 'I' AND NOT = 'F' AND NOT = 'P'
                     AND NOT = 'Q' AND NOT = 'S')
                 MOVE 'E' TO WS-ANO-CODE
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF

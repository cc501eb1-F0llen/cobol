      *          |          |      | PAR TRANSACTION 'M' (INDICATEUR  *
      *          |          |      | + VALEUR EN FIN D'ARTICLE,       *
      *          |          |      | PROPOSITIONS COBTPRVD)           *
      * 15/10/26 |  ALOIS.A |      | CODE PRODUIT MODIFIABLE PAR      *
      *          |          |      | TRANSACTION 'M' (ZONE PRODUIT    *
      *          |          |      | RENSEIGNEE, SAISIE CICTPMAJ)     *
      *===============================================================*

       ENVIRONMENT DIVISION.
                    THEN MOVE FD-FICMAJ-DECOUVERT
                              TO WS-FICCPT-DECOUVERT-AUT
                 END-IF
                 IF FD-FICMAJ-PRODUIT NOT = SPACE
                    THEN MOVE FD-FICMAJ-PRODUIT TO WS-FICCPT-PRODUIT
                 END-IF
                 PERFORM 730-CONTROLER-COMPTE
                 IF CVALCPT-RETOUR-OK
                    IF IND-NOM-OK

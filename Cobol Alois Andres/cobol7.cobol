      *          |          |      | D'ARTICLE) ; NON MIRRORE,        *
      *          |          |      | TCOMPTE020 N'A PAS DE COLONNE    *
      *          |          |      | DECOUVERT                        *
      * 15/10/26 |  ALOIS.A |      | CODE PRODUIT MODIFIABLE PAR      *
      *          |          |      | TRANSACTION 'M' (ZONE PRODUIT    *
      *          |          |      | RENSEIGNEE, SAISIE CICTPMAJ)     *
      *===============================================================*

       ENVIRONMENT DIVISION.
                 IF IND-NOM-OK
                    PERFORM 624-MODIF-NOM
                 END-IF
                 IF FD-FICMAJ-PRODUIT NOT = SPACE
                    PERFORM 628-MODIF-PRODUIT
                 END-IF
                 IF WS-MODE-NORMAL AND WS-MODIF-REUSSI
                    SET FD-FICAUDIT-OP-MODIF TO TRUE
                    MOVE FD-FICMAJ-NUMCPT   TO FD-FICAUDIT-NUMCPT
           END-IF
           .

       628-MODIF-PRODUIT.
           IF WS-MODE-NORMAL
              MOVE FD-FICMAJ-PRODUIT TO CODPROD
              MOVE 0 TO WS-RETRY-CPT
              PERFORM WITH TEST AFTER
                      UNTIL NOT WS-SQL-RETRY
                         OR WS-RETRY-CPT > WS-RETRY-MAX
                 EXEC SQL
                   UPDATE TCOMPTE020
                   SET CODPROD = :CODPROD
                   WHERE NUMERCPT = :NUMERCPT
                 END-EXEC
                 PERFORM 630-TEST-SQL-CODE
                 ADD 1 TO WS-RETRY-CPT
              END-PERFORM
              IF SQLCODE NOT = 0
                 DISPLAY ' ECHEC MAJ PRODUIT APRES RETRIES SUR '
                         'NUMERCPT = ' FD-FICMAJ-NUMCPT
                 DISPLAY ' SQLCODE = ' SQLCODE
                 SET WS-MODIF-ECHEC TO TRUE
              END-IF
           END-IF
           .

       630-TEST-SQL-CODE.
           SET WS-SQL-NO-RETRY TO TRUE
           EVALUATE TRUE

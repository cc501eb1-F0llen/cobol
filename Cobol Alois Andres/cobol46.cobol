      * LE FICHIER DU CYCLE SUIVANT ; LES MOUVEMENTS A DATE FUTURE    *
      * SONT MIS EN ATTENTE PAR COBTPPRE (FICHOLDN) COMME POUR TOUTE  *
      * AUTRE SAISIE TARDIVE.                                         *
      * LIVRET REGLEMENTE (PRODUIT 'L', COPY CLIVRET) : UN DEPOT QUI   *
      * PORTERAIT LE SOLDE DU KSDS AU-DELA DU PLAFOND LEGAL EST       *
      * REFUSE AU GUICHET ; LA FUSION DE NUIT REFAIT LE CONTROLE SUR  *
      * LE SOLDE COURANT (DEPOTS DU JOUR COMPRIS).                    *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | 'R' : LE MESSAGE N'A NI CARTE NI *
      *          |          |      | REFERENCE, 'C' ET 'V' PARTAIENT  *
      *          |          |      | EN REJET AU CYCLE DE NUIT        *
      * 15/10/26 |  ALOIS.A |      | LIVRET REGLEMENTE : DEPOT        *
      *          |          |      | REFUSE AU-DELA DU PLAFOND LEGAL  *
      *          |          |      | (COPY CLIVRET)                   *
      *===============================================================*

       ENVIRONMENT DIVISION.
      *      ---------------------------------------------------------*
       COPY CVALCPT.

      *      ---------------------------------------------------------*
      *-----< PARAMETRES DU LIVRET REGLEMENTE                         *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01  WS-SOLDE-APRES         PIC S9(09)V9(02) COMP-3.

       01  WS-MESSAGE             PIC X(40).
       01  WS-LONG-MESSAGE        PIC S9(04) COMP VALUE +40.

              PERFORM 610-LIRE-FICCPT
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    PERFORM 730-CONTROLER-PLAFOND
                    IF WS-SAISIE-OK
                       PERFORM 710-EMETTRE-MOUVEMENT
                    ELSE
                       PERFORM 810-AFFICHER-MESSAGE
                    END-IF
                 WHEN DFHRESP(NOTFND)
                    MOVE 'COMPTE INCONNU - SAISIE REFUSEE'
                         TO WS-MESSAGE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PLAFOND DU LIVRET REGLEMENTE : SEUL LE DEPOT EST        *
      *      CONTROLE, SUR LE SOLDE DU COMPTE MAITRE                  *
      *      ---------------------------------------------------------*
       730-CONTROLER-PLAFOND.
           IF WS-SAISIE-CODE = 'D'
              AND WS-FICCPT-PRODUIT = WS-LIVRET-PRODUIT
              COMPUTE WS-SOLDE-APRES = WS-FICCPT-SOLDE
                                     + WS-SAISIE-MONTANT
              IF WS-SOLDE-APRES > WS-LIVRET-PLAFOND
                 MOVE 'PLAFOND DU LIVRET DEPASSE - REFUSE'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              END-IF
           END-IF
           .

       710-EMETTRE-MOUVEMENT.
           MOVE SPACES TO WS-MOUVEMENT
           MOVE WS-SAISIE-NUMCPT     TO WS-MVT-NUMCPT

      *     FICLNKC (FICLNK PAR NUMCLI), CHACUN AVEC SON SOLDE ET SA  *
      *     DATE DE DERNIER MOUVEMENT FICCPT, ET LE TOTAL DES SOLDES  *
      *     SUR TOUS LES COMPTES DU CLIENT ; HUIT COMPTES PAR PAGE    *
      *     CHAQUE COMPTE EST AFFICHE AVEC SON IBAN (SRIBCPT)         *
      *   - 'C360 N=NOM      PP' : RECHERCHE PAR DEBUT DE NOM DANS    *
      *     FICCLI, LISTE NUMCLI + NOM DES CLIENTS CORRESPONDANTS     *
      * AUCUNE MISE A JOUR N'EST FAITE PAR CETTE TRANSACTION.         *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | IBAN DE CHAQUE COMPTE (SRIBCPT)  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       01  WS-RESP                PIC S9(08) COMP.
       01  WS-RESP2               PIC S9(08) COMP.

      *      ---------------------------------------------------------*
      *-----< IBAN DES COMPTES AFFICHES (SOUS-PROGRAMME SRIBCPT)      *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

      *      ---------------------------------------------------------*
      *-----< PAGINATION ET CUMUL DES SOLDES                          *
      *      ---------------------------------------------------------*
           10 FILLER              PIC X(01).
           10 WS-ECR-DATE-MAJ     PIC 9(08).
           10 FILLER              PIC X(01).
           10 WS-ECR-IBAN         PIC X(27).
           10 FILLER              PIC X(01).
         05 WS-ECR-TRAILER.
           10 FILLER              PIC X(09) VALUE 'COMPTES :'.
           10 WS-ECR-NB-COMPTES   PIC ZZZ9.
           MOVE WS-FICCPT-DEVISE TO WS-ECR-DEVISE (WS-NB-RETENUS)
           MOVE WS-FICCPT-DATE-MAJ
                TO WS-ECR-DATE-MAJ (WS-NB-RETENUS)
           SET SRIBCPT-FCT-CALCULER TO TRUE
           MOVE WS-LNK-NUMCPT TO SRIBCPT-NUMCPT
           MOVE SPACES TO SRIBCPT-AGENCE
           CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
           IF SRIBCPT-STATUS-OK
              MOVE SRIBCPT-IBAN TO WS-ECR-IBAN (WS-NB-RETENUS)
           END-IF
           .

      *      ---------------------------------------------------------*

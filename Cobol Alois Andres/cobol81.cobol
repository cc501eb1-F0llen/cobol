      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | ORDRES SUSPENDUS (STATUT 'S')    *
      *          |          |      | EXCLUS DE LA PROJECTION          *
      *===============================================================*

       ENVIRONMENT DIVISION.
           88 FD-FICORDRE-HEBDOMADAIRE VALUE 'H'.
         05   FD-FICORDRE-PROCHAINE PIC 9(08).
         05   FD-FICORDRE-DEVISE PIC X(03).
         05   FD-FICORDRE-STATUT PIC X(01).
           88 FD-FICORDRE-SUSPENDU     VALUE 'S'.
         05   FILLER            PIC X(43).

       FD FICHOLDN
           RECORDING MODE IS F.
      *-----< UN ORDRE : TOUTES SES ECHEANCES DANS LA FENETRE         *
      *      ---------------------------------------------------------*
       210-ORDRE.
           IF NOT FD-FICORDRE-SUSPENDU
              MOVE FD-FICORDRE-PROCHAINE TO WS-ECHEANCE-N
              PERFORM 710-PROJETER-ECHEANCE
                UNTIL WS-ECHEANCE-N > WS-DATE-FIN-GRILLE
           END-IF
           PERFORM 611-LIRE-FICORDRE
           .


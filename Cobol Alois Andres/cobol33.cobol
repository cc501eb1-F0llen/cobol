      *     CONSOLIDATION) PUIS AVANCE SON ECHEANCE SELON SA          *
      *     PERIODICITE (M = MENSUELLE, H = HEBDOMADAIRE)             *
      *   - LES ECHEANCES MANQUEES SONT RATTRAPEES UNE PAR UNE        *
      *   - UN ORDRE SUSPENDU (STATUT 'S') EST RECOPIE TEL QUEL, SANS *
      *     EMISSION NI AVANCEMENT D'ECHEANCE                         *
      *   - ECRIT LA NOUVELLE GENERATION DU MAITRE (FICORDN)          *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *          |          |      | SCALJOU) : DATE DE TRAITEMENT ET *
      *          |          |      | DATE D'EMISSION DES ECHEANCES    *
      *          |          |      | DECALEES AU PROCHAIN JOUR OUVRE  *
      * 15/10/26 |  ALOIS.A |      | ORDRE SUSPENDU (STATUT 'S',      *
      *          |          |      | DECES DU TITULAIRE) : RECOPIE    *
      *          |          |      | SANS EMISSION D'ECHEANCE         *
      *===============================================================*

       ENVIRONMENT DIVISION.
           88 FD-FICORDRE-HEBDOMADAIRE VALUE 'H'.
         05   FD-FICORDRE-PROCHAINE PIC 9(08).
         05   FD-FICORDRE-DEVISE PIC X(03).
         05   FD-FICORDRE-STATUT PIC X(01).
           88 FD-FICORDRE-SUSPENDU     VALUE 'S'.
         05   FILLER            PIC X(43).

       FD FICORDN
           RECORDING MODE IS F.
         05   CP-LECTURE-ORDRES  PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-ORDRES-ECRITS   PIC 9(4) COMP VALUE 0.
         05   CP-ORDRES-SUSPENDUS PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================*
      *-----< ORDRE                                                   *
      *      ---------------------------------------------------------*
       200-ORDRE.
           IF FD-FICORDRE-SUSPENDU
              ADD 1 TO CP-ORDRES-SUSPENDUS
           ELSE
              MOVE FD-FICORDRE-PROCHAINE TO WS-ECHEANCE-N
              PERFORM 700-EMETTRE-ECHEANCE
                UNTIL WS-ECHEANCE-N > WS-SYSIN-DATE
              MOVE WS-ECHEANCE-N TO FD-FICORDRE-PROCHAINE
           END-IF
           PERFORM 630-ECRIRE-FICORDN
           PERFORM 610-LIRE-FICORDRE
           .
           DISPLAY 'NOMBRE D ORDRES LUS          : ' CP-LECTURE-ORDRES
           DISPLAY 'NOMBRE D ECHEANCES EMISES    : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE D ORDRES REPORTES     : ' CP-ORDRES-ECRITS
           DISPLAY 'DONT ORDRES SUSPENDUS        : ' CP-ORDRES-SUSPENDUS
           .

      *---------------------------------------------------------------*

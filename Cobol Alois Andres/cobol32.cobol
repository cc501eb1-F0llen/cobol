      *     NOUVEAU MAITRE (FICORDN), EN LECTURE APPARIEE SUR         *
      *     NUMCPT + SEQUENCE                                         *
      *   - ACTIONS : C = CREATION, M = MODIFICATION, S = SUPPRESSION *
      *   - STATUT : BLANC = ACTIF, S = SUSPENDU (PAS D'ECHEANCE      *
      *     EMISE PAR COBTPORG) ; UNE MODIFICATION REPREND LE STATUT  *
      *     PORTE PAR LA TRANSACTION ET PEUT DONC REACTIVER L'ORDRE   *
      * LES ECHEANCES SONT HONOREES PAR LE GENERATEUR COBTPORG EN     *
      * TETE DE CHAINE BANKNITE.                                      *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 22/08/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | STATUT DE L'ORDRE (SUSPENSION)   *
      *===============================================================*

       ENVIRONMENT DIVISION.
         05   FD-FICORDO-PERIODICITE PIC X(01).
         05   FD-FICORDO-PROCHAINE PIC 9(08).
         05   FD-FICORDO-DEVISE PIC X(03).
         05   FD-FICORDO-STATUT PIC X(01).
         05   FILLER            PIC X(43).

       FD FICMAJO
           RECORDING MODE IS F.
         05   FD-FICMAJO-PERIODICITE PIC X(01).
         05   FD-FICMAJO-PROCHAINE PIC 9(08).
         05   FD-FICMAJO-DEVISE PIC X(03).
         05   FD-FICMAJO-STATUT PIC X(01).
         05   FILLER            PIC X(42).

       FD FICORDN
           RECORDING MODE IS F.
         05   WS-ORD-PERIODICITE PIC X(01).
         05   WS-ORD-PROCHAINE   PIC 9(08).
         05   WS-ORD-DEVISE      PIC X(03).
         05   WS-ORD-STATUT      PIC X(01).
         05   FILLER             PIC X(43).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
           MOVE FD-FICMAJO-PERIODICITE TO WS-ORD-PERIODICITE
           MOVE FD-FICMAJO-PROCHAINE   TO WS-ORD-PROCHAINE
           MOVE FD-FICMAJO-DEVISE      TO WS-ORD-DEVISE
           MOVE FD-FICMAJO-STATUT      TO WS-ORD-STATUT
           .

      *      ---------------------------------------------------------*

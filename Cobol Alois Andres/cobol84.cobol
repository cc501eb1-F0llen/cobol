      *     'G' ACTIF) OU SUR COMPTE A TERME (PRODUIT 'T') EST        *
      *     REFUSE COMME LE FAIT LA FUSION                            *
      *   - POSTE SUR LE MAITRE VSAM FICCPT (CONTROLE DU DECOUVERT    *
      *     AUTORISE COMME LA FUSION, UN DEBIT PORTANT SUR LE SOLDE   *
      *     DISPONIBLE = SOLDE - RESERVATIONS ACTIVES FICRESV) AVEC   *
      *     PISTE FICAUDIT COMPLETE ; UN DEPOT 'D' QUI PORTERAIT UN   *
      *     LIVRET REGLEMENTE (PRODUIT 'L') AU-DELA DU PLAFOND LEGAL  *
      *     (COPY CLIVRET) EST REFUSE COMME A LA FUSION               *
      *   - DEPOSE UN MARQUEUR PAR MOUVEMENT APPLIQUE DANS FICEXPM :  *
      *     LE PRE-CONTROLE DU SOIR (COBTPEDV) ECARTE CES MOUVEMENTS  *
      *     POUR NE PAS LES POSTER UNE SECONDE FOIS                   *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | DEBITS CONTROLES SUR LE SOLDE    *
      *          |          |      | DISPONIBLE (RESERVATIONS ACTIVES *
      *          |          |      | FICRESV)                         *
      * 15/10/26 |  ALOIS.A |      | DEPOT SUR LIVRET REGLEMENTE      *
      *          |          |      | REFUSE AU-DELA DU PLAFOND LEGAL  *
      *          |          |      | (COPY CLIVRET)                   *
      *===============================================================*

       ENVIRONMENT DIVISION.
                  FILE STATUS IS FS-FICRUNX.
           SELECT FICBLOC ASSIGN TO FICBLOC
                  FILE STATUS IS FS-FICBLOC.
           SELECT FICRESV ASSIGN TO FICRESV
                  FILE STATUS IS FS-FICRESV.
           SELECT FICEXPM ASSIGN TO FICEXPM.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
         05   FD-FICBLOC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(33).

      *    RESERVATIONS DE FONDS (MAITRE TENU PAR COBTPRSV)
       FD FICRESV
           RECORDING MODE IS F.
       01     FD-FICRESV.
         05   FD-FICRESV-NUMCPT PIC X(10).
         05   FD-FICRESV-REFERENCE PIC X(10).
         05   FD-FICRESV-MOTIF  PIC X(01).
         05   FD-FICRESV-MONTANT PIC 9(08)V99.
         05   FD-FICRESV-DATE-POSE PIC 9(08).
         05   FD-FICRESV-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(33).

      *    GARDE-FOU : UNE LIGNE PAR RUN EXPRESS DEJA EXECUTE
       FD FICRUNX
           RECORDING MODE IS F.
         05   FS-FICCPT          PIC X(2).
         05   FS-FICRUNX         PIC X(2).
         05   FS-FICBLOC         PIC X(2).
         05   FS-FICRESV         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (UN SEUL COMPTE PAR RUN)                *
       01     WS-SOLDE-COURANT   PIC S9(09)V99 COMP-3.
       01     WS-SOLDE-APRES     PIC S9(09)V99 COMP-3.
       01     WS-LIMITE-DEBIT    PIC S9(09)V99 COMP-3.
       01     WS-MT-RESERVE      PIC S9(09)V99 COMP-3 VALUE 0.
       01     WS-MVT-VALIDE      PIC X(01).
         88   WS-MVT-PROPRE          VALUE 'O'.
         88   WS-MVT-FAUTIF          VALUE 'N'.
      *      ---------------------------------------------------------*
       COPY CVALCPT.

      *      ---------------------------------------------------------*
      *-----< PARAMETRES DU LIVRET REGLEMENTE                         *
      *      ---------------------------------------------------------*
       COPY CLIVRET.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
           END-IF
           MOVE FD-FICCPT-SOLDE TO WS-SOLDE-COURANT
           PERFORM 707-CONTROLER-GEL
           PERFORM 711-CUMULER-RESERVES
           PERFORM 802-ENTETE-FICETAT
           PERFORM 611-LIRE-FICSAIG

           READ FICBLOC
           .

       614-LIRE-FICRESV.
           READ FICRESV
           .

       620-FERMER-FICHIERS.
           CLOSE FICSAIG
           CLOSE FICCPT
           PERFORM 613-LIRE-FICBLOC
           .

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS DE FONDS DU COMPTE NON ECHUES A LA DATE    *
      *      DU RUN (ECHEANCE A ZERO = JUSQU'A LEVEE)                 *
      *      ---------------------------------------------------------*
       711-CUMULER-RESERVES.
           MOVE 0 TO WS-MT-RESERVE
           OPEN INPUT FICRESV
           IF FS-FICRESV NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRESV   FS-FICRESV = '
                      FS-FICRESV
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM 614-LIRE-FICRESV
           PERFORM 712-EXAMINER-RESERVE
             UNTIL FS-FICRESV = '10'
           CLOSE FICRESV
           .

       712-EXAMINER-RESERVE.
           IF FD-FICRESV-NUMCPT = WS-SYSIN-NUMCPT
              AND (FD-FICRESV-DATE-ECH = 0
                   OR FD-FICRESV-DATE-ECH NOT < WS-SYSIN-DATE)
              ADD FD-FICRESV-MONTANT TO WS-MT-RESERVE
           END-IF
           PERFORM 614-LIRE-FICRESV
           .

      *      ---------------------------------------------------------*
      *-----< GARDE-FOU : LE RUN EXPRESS NE PASSE QU'UNE FOIS PAR     *
      *      COMPTE ET PAR DATE (FACON FICRUN DE COBTP3A2)            *

      *      ---------------------------------------------------------*
      *-----< POSTE D'UN MOUVEMENT VALIDE AVEC CONTROLE DU DECOUVERT  *
      *      AUTORISE (COMME LA FUSION) ; UN DEBIT EST CONTROLE SUR   *
      *      LE SOLDE DISPONIBLE, RESERVATIONS DEDUITES ; UN DEPOT    *
      *      SUR LIVRET EST CONTROLE CONTRE LE PLAFOND LEGAL          *
      *      ---------------------------------------------------------*
       720-APPLIQUER-MOUVEMENT.
           EVALUATE FD-FICSAIG-CODE
                         - FD-FICSAIG-MONTANT
           END-EVALUATE
           COMPUTE WS-LIMITE-DEBIT = 0 - FD-FICCPT-DECOUVERT-AUT
           IF WS-MVT-DEBIT
              ADD WS-MT-RESERVE TO WS-LIMITE-DEBIT
           END-IF
           PERFORM 721-CONTROLER-PLAFOND
           EVALUATE TRUE
              WHEN WS-SOLDE-APRES < WS-LIMITE-DEBIT
                 MOVE 'DECOUVERT AUTORISE DEPASSE' TO WS-LIBELLE-REFUS
                 ADD 1 TO CP-REFUSES
                 PERFORM 805-LIGNE-REFUS
              WHEN WS-MVT-FAUTIF
                 ADD 1 TO CP-REFUSES
                 PERFORM 805-LIGNE-REFUS
              WHEN OTHER
                 PERFORM 631-ECRIRE-FICAUDIT
                 MOVE WS-SOLDE-APRES TO WS-SOLDE-COURANT
                 PERFORM 632-ECRIRE-FICEXPM
                 ADD 1 TO CP-APPLIQUES
                 PERFORM 804-LIGNE-APPLIQUE
           END-EVALUATE
           .

      *    PLAFOND DU LIVRET REGLEMENTE : SEUL LE DEPOT 'D' EST
      *    CONTROLE (LES INTERETS PEUVENT DEPASSER), SUR LE SOLDE DU
      *    MAITRE AUGMENTE DES POSTES EXPRESS DEJA APPLIQUES
       721-CONTROLER-PLAFOND.
           IF FD-FICSAIG-CODE = 'D'
              AND FD-FICCPT-PRODUIT = WS-LIVRET-PRODUIT
              AND WS-SOLDE-APRES > WS-LIVRET-PLAFOND
              MOVE 'PLAFOND DU LIVRET DEPASSE' TO WS-LIBELLE-REFUS
              MOVE 'N' TO WS-MVT-VALIDE
           END-IF
           .


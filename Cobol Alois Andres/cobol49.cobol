      * (FICTARIF) AVEC DATE D'EFFET :                                *
      *   - LIT LES TRANSACTIONS FICMAJT (TYPE 'X' = PALIER DE TAUX,  *
      *     TYPE 'T' = TARIF PRODUIT, AVEC DATE D'EFFET ET OPERATEUR) *
      *     LE TARIF PORTE AUSSI LES FRAIS DE CHEQUE REMIS IMPAYE     *
      *   - CONTROLES : PALIERS DE SEUIL STRICTEMENT CROISSANTS AU    *
      *     SEIN D'UNE MEME VERSION (PRODUIT + DATE D'EFFET), TAUX ET *
      *     MONTANTS DANS LES BORNES DE VRAISEMBLANCE                 *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | FRAIS DE CHEQUE REMIS IMPAYE AU  *
      *          |          |      | TARIF PRODUIT (BORNE 50)         *
      *===============================================================*

       ENVIRONMENT DIVISION.
           10 FD-FICMAJT-RTRAIT-GRAT PIC 9(02).
           10 FD-FICMAJT-FRAIS-RTRAIT PIC 9(05)V99.
           10 FD-FICMAJT-PENA-DECOUV PIC 9(05)V99.
           10 FD-FICMAJT-FRAIS-IMPAYE PIC 9(05)V99.
         05   FD-FICMAJT-OPERATEUR PIC X(08).
         05   FILLER            PIC X(32).

         05   FD-FICTARIF-FRAIS-RTRAIT PIC 9(05)V99.
         05   FD-FICTARIF-PENA-DECOUV  PIC 9(05)V99.
         05   FD-FICTARIF-DATE-EFFET   PIC 9(08).
         05   FD-FICTARIF-FRAIS-IMPAYE PIC 9(05)V99.
         05   FILLER                   PIC X(41).

       FD FICTARIFN
           RECORDING MODE IS F.
         05   WS-TENUE-MAX       PIC 9(05)V99 VALUE 100.
         05   WS-FRAIS-RTRAIT-MAX PIC 9(05)V99 VALUE 50.
         05   WS-PENA-MAX        PIC 9(05)V99 VALUE 500.
         05   WS-FRAIS-IMPAYE-MAX PIC 9(05)V99 VALUE 50.

      *      ---------------------------------------------------------*
      *-----< CONTROLE DE CROISSANCE DES PALIERS AU SEIN D'UNE MEME   *
           MOVE FD-FICMAJT-FRAIS-RTRAIT TO FD-FICTARIF-FRAIS-RTRAIT
           MOVE FD-FICMAJT-PENA-DECOUV  TO FD-FICTARIF-PENA-DECOUV
           MOVE FD-FICMAJT-DATE-EFFET   TO FD-FICTARIF-DATE-EFFET
      *    ZONE NON RENSEIGNEE : PAS DE FRAIS DE CHEQUE IMPAYE
           IF FD-FICMAJT-FRAIS-IMPAYE NUMERIC
              MOVE FD-FICMAJT-FRAIS-IMPAYE TO FD-FICTARIF-FRAIS-IMPAYE
           ELSE
              MOVE 0 TO FD-FICTARIF-FRAIS-IMPAYE
           END-IF
           WRITE FD-FICTARIFN FROM FD-FICTARIF
           ADD 1 TO CP-TARIFS-AJOUTES
           .
           IF WS-MAJT-OK
              AND (FD-FICMAJT-TENUE > WS-TENUE-MAX
                   OR FD-FICMAJT-FRAIS-RTRAIT > WS-FRAIS-RTRAIT-MAX
                   OR FD-FICMAJT-PENA-DECOUV > WS-PENA-MAX
                   OR (FD-FICMAJT-FRAIS-IMPAYE NUMERIC
                       AND FD-FICMAJT-FRAIS-IMPAYE
                           > WS-FRAIS-IMPAYE-MAX))
              MOVE 'TARIF HORS BORNES - TRANSACTION REFUSEE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE

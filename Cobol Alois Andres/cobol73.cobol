      *   - LIT LES REJETS DE PRE-CONTROLE FICREJM (MOUVEMENT + OCTET *
      *     D'ANOMALIE PAR CONTROLE) ET TRADUIT LES INDICATEURS EN    *
      *     MOTIF PARTENAIRE : N NUMERO, D DATE, C CODE, M MONTANT,   *
      *     P MANDAT, K CARTE, Q CHEQUIER, O OPPOSITION, A AGENCE     *
      *   - LIT LES DOUBLES RETENUS EN SUSPENS (FICSUSPD, ETAGE DE    *
      *     DEDOUBLONNAGE) : CHAQUE ENTREE PART EN DETAIL MOTIF 'S'   *
      *     VERS SON PARTENAIRE ET SORT DU COMPTE DES ACCEPTES        *
      * 02/09/26 |  ALOIS.A |      | DOUBLES RETENUS EN SUSPENS       *
      *          |          |      | (FICSUSPD) ACCUSES MOTIF 'S' ET  *
      *          |          |      | SORTIS DU COMPTE DES ACCEPTES    *
      * 15/10/26 |  ALOIS.A |      | MOTIF 'A' : AGENCE INCONNUE OU   *
      *          |          |      | FERMEE (REFERENTIEL FICAGE)      *
      *===============================================================*

       ENVIRONMENT DIVISION.
         05   FD-FICREJM-ANO-CARTE PIC X(01).
         05   FD-FICREJM-ANO-CHEQUE PIC X(01).
         05   FD-FICREJM-ANO-OPPCHQ PIC X(01).
         05   FD-FICREJM-ANO-AGENCE PIC X(01).
         05   FILLER            PIC X(31).

      *    DOUBLES RETENUS EN SUSPENS PAR LE DEDOUBLONNAGE (CANAL
      *    D'ORIGINE CONSERVE EN COLONNE 40)
                 MOVE 'Q' TO WS-MOTIF-REJET
              WHEN FD-FICREJM-ANO-OPPCHQ = 'E'
                 MOVE 'O' TO WS-MOTIF-REJET
              WHEN FD-FICREJM-ANO-AGENCE = 'E'
                 MOVE 'A' TO WS-MOTIF-REJET
              WHEN OTHER
                 MOVE '?' TO WS-MOTIF-REJET
           END-EVALUATE

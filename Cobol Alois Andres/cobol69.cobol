      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S'     *
      *          |          |      | REEDITEE EN DEBIT                *
      *===============================================================*

       ENVIRONMENT DIVISION.
              WHEN 'F'
              WHEN 'P'
              WHEN 'Q'
              WHEN 'S'
                 SUBTRACT FD-FICARCH-MVT-MONTANT
                    FROM WS-SOLDE-COURANT
              WHEN 'V'
              WHEN 'F' MOVE 'FRAIS' TO ED-DET-LIBELLE
              WHEN 'P' MOVE 'PRELEVMT' TO ED-DET-LIBELLE
              WHEN 'Q' MOVE 'CHEQUE' TO ED-DET-LIBELLE
              WHEN 'S' MOVE 'RET.SOURCE' TO ED-DET-LIBELLE
              WHEN 'V' MOVE 'VIREMENT' TO ED-DET-LIBELLE
              WHEN 'X' MOVE 'VIR.EXT.' TO ED-DET-LIBELLE
              WHEN 'E' MOVE 'EXTOURNE' TO ED-DET-LIBELLE

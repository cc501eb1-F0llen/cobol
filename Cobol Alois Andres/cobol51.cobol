      *     MOUVEMENT DANS LE FICHIER D'INTERFACE FICGLI, AVEC        *
      *     ENTETE ET FIN DE LOT (COMPTAGE, TOTAL DEBITS, TOTAL       *
      *     CREDITS)                                                  *
      *   - LES MARGES DE CHANGE DES VIREMENTS ENTRE DEVISES (CODE    *
      *     'G', FICMRGX DE COBTPEDV CONCATENE AU FLUX) SONT          *
      *     COMPTABILISEES EN PRODUIT DE CHANGE PAR LE SCHEMA ET      *
      *     TOTALISEES SUR L'ETAT                                     *
      *   - LES MOUVEMENTS REJETES DE LA NUIT (FICREJ MOTIFS C/I/D)   *
      *     SONT PORTES AU COMPTE D'ATTENTE (SYSIN), JAMAIS PERDUS    *
      *   - PROUVE DEBITS = CREDITS ET RAPPROCHE LES TOTAUX DES       *
      *          |          |      | FUSION (MOTIFS V/T/B) SONT       *
      *          |          |      | EXCLUS DES TOTAUX COMME ELLE     *
      *          |          |      | LES EXCLUT                       *
      * 15/10/26 |  ALOIS.A |      | DEVISE SUR LES JAMBES FICGLI     *
      *          |          |      | (SOLDES GL PAR COMPTE ET DEVISE) *
      * 15/10/26 |  ALOIS.A |      | MARGES DE CHANGE DES VIREMENTS   *
      *          |          |      | ENTRE DEVISES (CODE 'G',         *
      *          |          |      | FICMRGX) TOTALISEES SUR L'ETAT   *
      * 15/10/26 |  ALOIS.A |      | DEPOTS REFUSES AU PLAFOND DU     *
      *          |          |      | LIVRET (MOTIF 'L') : ATTENTE ET  *
      *          |          |      | EXCLUSION DU RAPPROCHEMENT       *
      *===============================================================*

       ENVIRONMENT DIVISION.
           88 FD-FICREJ-MOTIF-VELOCITE VALUE 'V'.
           88 FD-FICREJ-MOTIF-DAT      VALUE 'T'.
           88 FD-FICREJ-MOTIF-BLOQUE   VALUE 'B'.
           88 FD-FICREJ-MOTIF-PLAFOND  VALUE 'L'.
         05   FD-FICREJ-DEVISE  PIC X(03).
         05   FILLER            PIC X(23).

         05   FD-FICGLI-CODE-MVT PIC X(01).
         05   FD-FICGLI-PRODUIT PIC X(01).
         05   FD-FICGLI-NUMCPT  PIC X(10).
         05   FD-FICGLI-DEVISE  PIC X(03).
         05   FILLER            PIC X(35).
       01     FD-FICGLI-FIN REDEFINES FD-FICGLI.
         05   FILLER            PIC X(09).
         05   FD-FIN-NB         PIC 9(08).
         05   WS-TOTAL-CREDITS   PIC 9(12)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-DPOT      PIC 9(12)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-RTRAIT    PIC 9(12)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-MARGES    PIC 9(12)V99 COMP-3 VALUE 0.
         05   WS-MONTANT-ABS     PIC 9(10)V99.

      *      ---------------------------------------------------------*
      *-----< REJETS PAR MOUVEMENT DE LA FUSION (MOTIFS V/T/B/L) : CES*
      *      MOUVEMENTS FIGURENT DANS FICMVTV MAIS PAS DANS LES       *
      *      CUMULS FICSTAJ, ILS SONT DONC EXCLUS DES TOTAUX DE       *
      *      RAPPROCHEMENT COMME LA FUSION LES A EXCLUS               *
         05   CP-ECRITURES       PIC 9(8) COMP VALUE 0.
         05   CP-SANS-SCHEMA     PIC 9(6) COMP VALUE 0.
         05   CP-REJETS-ATTENTE  PIC 9(6) COMP VALUE 0.
         05   CP-MARGES-CHANGE   PIC 9(6) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

                       ADD FD-FICMVTS-MONTANT TO WS-TOTAL-RTRAIT
                    END-IF
                 END-IF
      *       MARGE DE CHANGE (EUR) : HORS RAPPROCHEMENT FICSTAJ
              WHEN 'G'
                 ADD 1 TO CP-MARGES-CHANGE
                 ADD FD-FICMVTS-MONTANT TO WS-TOTAL-MARGES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
              OR FD-FICREJ-MOTIF-VELOCITE
              OR FD-FICREJ-MOTIF-DAT
              OR FD-FICREJ-MOTIF-BLOQUE
              OR FD-FICREJ-MOTIF-PLAFOND
              IF FD-FICREJ-MONTANT < 0
                 COMPUTE WS-MONTANT-ABS = 0 - FD-FICREJ-MONTANT
              ELSE
              IF FD-FICREJ-MOTIF-VELOCITE
                 OR FD-FICREJ-MOTIF-DAT
                 OR FD-FICREJ-MOTIF-BLOQUE
                 OR FD-FICREJ-MOTIF-PLAFOND
                 PERFORM 701-RETENIR-REJET-MERGE
              END-IF
           END-IF
           MOVE FD-FICMVTS-CODE TO FD-FICGLI-CODE-MVT
           MOVE FD-FICMVTS-PRODUIT TO FD-FICGLI-PRODUIT
           MOVE FD-FICMVTS-NUMCPT TO FD-FICGLI-NUMCPT
           MOVE FD-FICMVTS-DEVISE TO FD-FICGLI-DEVISE
           WRITE FD-FICGLI
           ADD WS-MONTANT-ABS TO WS-TOTAL-DEBITS
           ADD 1 TO CP-ECRITURES
           MOVE FD-FICMVTS-CODE TO FD-FICGLI-CODE-MVT
           MOVE FD-FICMVTS-PRODUIT TO FD-FICGLI-PRODUIT
           MOVE FD-FICMVTS-NUMCPT TO FD-FICGLI-NUMCPT
           MOVE FD-FICMVTS-DEVISE TO FD-FICGLI-DEVISE
           WRITE FD-FICGLI
           ADD WS-MONTANT-ABS TO WS-TOTAL-CREDITS
           ADD 1 TO CP-ECRITURES
           MOVE WS-MONTANT-ABS TO FD-FICGLI-MONTANT
           MOVE FD-FICMVTS-CODE TO FD-FICGLI-CODE-MVT
           MOVE FD-FICMVTS-NUMCPT TO FD-FICGLI-NUMCPT
           MOVE FD-FICMVTS-DEVISE TO FD-FICGLI-DEVISE
           WRITE FD-FICGLI
           ADD WS-MONTANT-ABS TO WS-TOTAL-DEBITS
           ADD 1 TO CP-ECRITURES
           MOVE WS-MONTANT-ABS TO FD-FICGLI-MONTANT
           MOVE FD-FICREJ-MOTIF TO FD-FICGLI-CODE-MVT
           MOVE FD-FICREJ-NUMCPT TO FD-FICGLI-NUMCPT
           MOVE FD-FICREJ-DEVISE TO FD-FICGLI-DEVISE
           WRITE FD-FICGLI
           ADD WS-MONTANT-ABS TO WS-TOTAL-DEBITS
           ADD 1 TO CP-ECRITURES
           DISPLAY 'NOMBRE D ECRITURES EMISES    : ' CP-ECRITURES
           DISPLAY 'MOUVEMENTS SANS SCHEMA       : ' CP-SANS-SCHEMA
           DISPLAY 'REJETS PORTES EN ATTENTE     : ' CP-REJETS-ATTENTE
           DISPLAY 'MARGES DE CHANGE COMPTABILISEES : '
                   CP-MARGES-CHANGE
           .

       802-ENTETE-FICETAT.
           MOVE WS-TOTAL-CREDITS TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'DONT MARGES DE CHANGE (EUR)  : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-MARGES TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*

      *     CLE                                                       *
      *   - PAR PRODUIT : NOMBRE DE COMPTES, SOLDE MOYEN, CHARGE      *
      *     D'INTERETS, PRODUIT DE FRAIS, MARGE NETTE                 *
      *   - MANQUE A GAGNER DES REMISES RELATIONNELLES ACCORDEES PAR  *
      *     COBTPFRA (FICREMF, MEME ORDRE DE CLE)                     *
      *   - COMPARAISON MOIS SUR MOIS CONTRE LE RECAP DU RUN          *
      *     PRECEDENT (FICPNLO, FACULTATIF) ; LE RECAP DU MOIS        *
      *     REPART DANS FICPNLN POUR LE PROCHAIN RUN                  *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CHARGE D'INTERETS LIMITEE AUX    *
      *          |          |      | MOUVEMENTS 'I' (LES RETENUES 'S' *
      *          |          |      | DE FICMVTI NE SONT PAS UNE       *
      *          |          |      | CHARGE)                          *
      * 15/10/26 |  ALOIS.A |      | MANQUE A GAGNER DES REMISES      *
      *          |          |      | RELATIONNELLES (FICREMF DE       *
      *          |          |      | COBTPFRA) EDITE PAR PRODUIT ET   *
      *          |          |      | PORTE DANS LE RECAP FICPNLN      *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICMVTI ASSIGN TO FICMVTI FILE STATUS IS FS-FICMVTI.
           SELECT FICMVTF ASSIGN TO FICMVTF FILE STATUS IS FS-FICMVTF.
           SELECT FICREMF ASSIGN TO FICREMF FILE STATUS IS FS-FICREMF.
           SELECT OPTIONAL FICPNLO ASSIGN TO FICPNLO
                  FILE STATUS IS FS-FICPNLO.
           SELECT FICPNLN ASSIGN TO FICPNLN.
         05   FD-FICMVTF-MONTANT PIC 9(08)V99.
         05   FILLER            PIC X(51).

       FD FICREMF
           RECORDING MODE IS F.
       01     FD-FICREMF.
         05   FD-FICREMF-NUMCPT PIC X(10).
         05   FD-FICREMF-PRODUIT PIC X(01).
         05   FD-FICREMF-CATALOGUE PIC 9(08)V99.
         05   FD-FICREMF-REMISE PIC 9(08)V99.
         05   FILLER            PIC X(49).

       FD FICPNLO
           RECORDING MODE IS F.
       01     FD-FICPNLO.
         05   FD-FICPNLO-INTERETS PIC 9(10)V99.
         05   FD-FICPNLO-FRAIS  PIC 9(10)V99.
         05   FD-FICPNLO-MARGE  PIC S9(10)V99.
         05   FD-FICPNLO-REMISES PIC 9(10)V99.
         05   FILLER            PIC X(08).

       FD FICPNLN
           RECORDING MODE IS F.
         05   FD-FICPNLN-INTERETS PIC 9(10)V99.
         05   FD-FICPNLN-FRAIS  PIC 9(10)V99.
         05   FD-FICPNLN-MARGE  PIC S9(10)V99.
         05   FD-FICPNLN-REMISES PIC 9(10)V99.
         05   FILLER            PIC X(08).

       FD FICETAT
           RECORDING MODE IS F.
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICMVTI         PIC X(2).
         05   FS-FICMVTF         PIC X(2).
         05   FS-FICREMF         PIC X(2).
         05   FS-FICPNLO         PIC X(2).

      *      ---------------------------------------------------------*
           10 WS-PRO-SOLDES      PIC S9(13)V99 COMP-3.
           10 WS-PRO-INTERETS    PIC 9(11)V99 COMP-3.
           10 WS-PRO-FRAIS       PIC 9(11)V99 COMP-3.
           10 WS-PRO-REMISES     PIC 9(11)V99 COMP-3.
       01     WS-PRODUIT-COMPTE  PIC X(01).
       01     WS-SOLDE-MOYEN     PIC S9(09)V99.
       01     WS-MARGE           PIC S9(10)V99.
         05   CP-LECTURE-CPTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-INT     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-FRA     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-REM     PIC 9(6) COMP VALUE 0.
         05   CP-PRODUITS        PIC 9(2) COMP VALUE 0.

      *      ---------------------------------------------------------*
         05   FILLER PIC X(31) VALUE 'PRODUIT DE FRAIS             : '.
         05   ED-PRO-FRAIS       PIC ZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-REMISES.
         05   FILLER PIC X(31) VALUE 'MANQUE A GAGNER (REMISES)    : '.
         05   ED-PRO-REMISES     PIC ZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-MARGE.
         05   FILLER PIC X(31) VALUE 'MARGE NETTE                  : '.
         05   ED-PRO-MARGE       PIC +ZZZBZZZBZZ9,V99.
           PERFORM 610-LIRE-FICCPTS
           PERFORM 611-LIRE-FICMVTI
           PERFORM 612-LIRE-FICMVTF
           PERFORM 614-LIRE-FICREMF

           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS = '10'
           PERFORM 220-RATTRAPER-FRAIS
             UNTIL FS-FICMVTF = '10'
                OR FD-FICMVTF-NUMCPT > FD-FICCPTS-NUMCPT
           PERFORM 230-RATTRAPER-REMISES
             UNTIL FS-FICREMF = '10'
                OR FD-FICREMF-NUMCPT > FD-FICCPTS-NUMCPT
           PERFORM 610-LIRE-FICCPTS
           .

       210-RATTRAPER-INTERETS.
           IF FD-FICMVTI-NUMCPT = FD-FICCPTS-NUMCPT
              AND FD-FICMVTI-CODE = 'I'
              ADD FD-FICMVTI-MONTANT TO WS-PRO-INTERETS (IX-PRO-CPT)
           END-IF
           PERFORM 611-LIRE-FICMVTI
           PERFORM 612-LIRE-FICMVTF
           .

      *    LES FRAIS DE FICMVTF SONT DEJA NETS DE REMISE : LE MANQUE A
      *    GAGNER EST EDITE A PART ET NE REDUIT PAS LA MARGE
       230-RATTRAPER-REMISES.
           IF FD-FICREMF-NUMCPT = FD-FICCPTS-NUMCPT
              ADD FD-FICREMF-REMISE TO WS-PRO-REMISES (IX-PRO-CPT)
           END-IF
           PERFORM 614-LIRE-FICREMF
           .

      *      ---------------------------------------------------------*
      *-----< PAGE DE RESULTAT D'UN PRODUIT                           *
      *      ---------------------------------------------------------*
                      FS-FICMVTF
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICREMF
           IF FS-FICREMF NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREMF   FS-FICREMF = '
                      FS-FICREMF
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICPNLO
           OPEN OUTPUT FICPNLN
           OPEN OUTPUT FICETAT
           END-IF
           .

       614-LIRE-FICREMF.
           READ FICREMF
           IF FS-FICREMF NOT = '10'
              ADD 1 TO CP-LECTURE-REM
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICMVTI
           CLOSE FICMVTF
           CLOSE FICREMF
           IF FS-FICPNLO = '00' OR FS-FICPNLO = '10'
              CLOSE FICPNLO
           END-IF
           MOVE WS-PRO-INTERETS (IX-PRO) TO FD-FICPNLN-INTERETS
           MOVE WS-PRO-FRAIS (IX-PRO) TO FD-FICPNLN-FRAIS
           MOVE WS-MARGE TO FD-FICPNLN-MARGE
           MOVE WS-PRO-REMISES (IX-PRO) TO FD-FICPNLN-REMISES
           WRITE FD-FICPNLN
           .

              MOVE 0 TO WS-PRO-SOLDES (IX-PRO-CPT)
              MOVE 0 TO WS-PRO-INTERETS (IX-PRO-CPT)
              MOVE 0 TO WS-PRO-FRAIS (IX-PRO-CPT)
              MOVE 0 TO WS-PRO-REMISES (IX-PRO-CPT)
           END-IF
           .

           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE D INTERETS LUS        : ' CP-LECTURE-INT
           DISPLAY 'NOMBRE DE FRAIS LUS          : ' CP-LECTURE-FRA
           DISPLAY 'NOMBRE DE REMISES LUES       : ' CP-LECTURE-REM
           DISPLAY 'NOMBRE DE PRODUITS EDITES    : ' CP-PRODUITS
           .

           MOVE WS-PRO-FRAIS (IX-PRO) TO ED-PRO-FRAIS
           MOVE ED-LIGNE-FRAIS TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-PRO-REMISES (IX-PRO) TO ED-PRO-REMISES
           MOVE ED-LIGNE-REMISES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-MARGE TO ED-PRO-MARGE
           MOVE ED-LIGNE-MARGE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

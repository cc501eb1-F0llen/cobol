       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPGLT.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPGLT                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * BALANCE GENERALE DE FIN DE MOIS ET PREUVE AUXILIAIRE/GENERALE:*
      *   - BALANCE DES COMPTES GL DU MAITRE DES SOLDES (FICGLB TENU  *
      *     PAR COBTPGLB) : PAR COMPTE ET DEVISE, DEBITS ET CREDITS   *
      *     DU MOIS, SOLDE DEBITEUR OU CREDITEUR ; TOTAUX PAR DEVISE, *
      *     LES SOLDES DEBITEURS DOIVENT EGALER LES SOLDES CREDITEURS *
      *   - PREUVE PAR PRODUIT ET DEVISE : LA SOMME DES SOLDES CLIENTS*
      *     DU DERNIER FICCPTS DOIT EGALER LE SOLDE CREDITEUR DU      *
      *     COMPTE GL DES DEPOTS DE LA CLIENTELE DU PRODUIT, QUI EST  *
      *     LE COMPTE CREDIT DU SCHEMA COMPTABLE FICSCHEM POUR LE     *
      *     CODE 'D' (DEPOT) ET LE PRODUIT (A DEFAUT L'ENTREE A BLANC)*
      *     ; DES PRODUITS PORTES SUR LE MEME COMPTE GL SONT PROUVES  *
      *     ENSEMBLE                                                  *
      *   - TOUTE DIFFERENCE, BALANCE DESEQUILIBREE, PRODUIT SANS     *
      *     COMPTE GL OU MAITRE NON ARRETE AU MOIS DEMANDE : RC 8     *
      * SYSIN : PERIODE (SSAAMM)                                      *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICGLB  ASSIGN TO FICGLB  FILE STATUS IS FS-FICGLB.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICSCHEM ASSIGN TO FICSCHEM
                  FILE STATUS IS FS-FICSCHEM.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    MAITRE DES SOLDES GL, TRIE SUR COMPTE GL + DEVISE. SOLDE
      *    SIGNE : DEBIT POSITIF, CREDIT NEGATIF
       FD FICGLB
           RECORDING MODE IS F.
       01     FD-FICGLB.
         05   FD-FICGLB-CLE.
           10 FD-FICGLB-COMPTE-GL PIC X(08).
           10 FD-FICGLB-DEVISE PIC X(03).
         05   FD-FICGLB-SOLDE   PIC S9(13)V99.
         05   FD-FICGLB-DEBITS-MOIS PIC 9(13)V99.
         05   FD-FICGLB-CREDITS-MOIS PIC 9(13)V99.
         05   FD-FICGLB-DATE-LOT PIC 9(08).
         05   FD-FICGLB-DATE-LOT-R REDEFINES FD-FICGLB-DATE-LOT.
           10 FD-FICGLB-MOIS-LOT PIC 9(06).
           10 FILLER            PIC 9(02).
         05   FILLER            PIC X(16).

       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(28).
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FD-FICCPTS-PRODUIT PIC X(01).
         05   FILLER            PIC X(24).

      *    SCHEMA COMPTABLE : CODE MOUVEMENT + PRODUIT (BLANC = TOUS)
      *    + SENS (BLANC = TOUS) -> COMPTE DEBIT / COMPTE CREDIT
       FD FICSCHEM
           RECORDING MODE IS F.
       01     FD-FICSCHEM.
         05   FD-FICSCHEM-CODE    PIC X(01).
         05   FD-FICSCHEM-PRODUIT PIC X(01).
         05   FD-FICSCHEM-SENS    PIC X(01).
         05   FD-FICSCHEM-CPT-DEBIT PIC X(08).
         05   FD-FICSCHEM-CPT-CREDIT PIC X(08).
         05   FILLER              PIC X(61).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICGLB          PIC X(2).
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICSCHEM        PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-PERIODE   PIC 9(06).

      *      ---------------------------------------------------------*
      *-----< TABLE DES SOLDES GL (ORDRE DU MAITRE : COMPTE + DEVISE) *
      *      ---------------------------------------------------------*
       01     WS-INDICES-GLB.
         05   IX-GLB             PIC 9(4) COMP VALUE 0.
         05   IX-GLB-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-GLB-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-GLB-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-GLB.
         05   WS-GLB-POSTE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IX-GLB-CHARG
               ASCENDING KEY IS WS-GLB-CLE
               INDEXED BY IX-GLB-BIN.
           10 WS-GLB-CLE.
             15 WS-GLB-COMPTE-GL PIC X(08).
             15 WS-GLB-DEVISE    PIC X(03).
           10 WS-GLB-SOLDE       PIC S9(13)V99 COMP-3.

       01     WS-RECH-CLE.
         05   WS-RECH-COMPTE-GL  PIC X(08).
         05   WS-RECH-DEVISE     PIC X(03).
       01     WS-CLE-PRECEDENTE  PIC X(11) VALUE LOW-VALUE.

      *      ---------------------------------------------------------*
      *-----< TOTAUX DE LA BALANCE PAR DEVISE                         *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DEV.
         05   IX-DEV             PIC 9(4) COMP VALUE 0.
         05   IX-DEV-MAX         PIC 9(4) COMP VALUE 30.
         05   IX-DEV-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-DEV-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DEVISE.
         05   WS-DEV-POSTE OCCURS 30 TIMES.
           10 WS-DEV-DEVISE      PIC X(03).
           10 WS-DEV-DEBITS-MOIS PIC 9(15)V99 COMP-3.
           10 WS-DEV-CREDITS-MOIS PIC 9(15)V99 COMP-3.
           10 WS-DEV-SOLDES-DEB  PIC 9(15)V99 COMP-3.
           10 WS-DEV-SOLDES-CRE  PIC 9(15)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< TABLE DU SCHEMA COMPTABLE                               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-SCHEMA.
         05   IX-SCH             PIC 9(4) COMP VALUE 0.
         05   IX-SCH-MAX         PIC 9(4) COMP VALUE 100.
         05   IX-SCH-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-SCH-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-SCHEMA.
         05   WS-SCH-POSTE OCCURS 100 TIMES.
           10 WS-SCH-CODE        PIC X(01).
           10 WS-SCH-PRODUIT     PIC X(01).
           10 WS-SCH-CPT-CREDIT  PIC X(08).

      *      ---------------------------------------------------------*
      *-----< PREUVE AUXILIAIRE : SOLDES CLIENTS PAR PRODUIT ET DEVISE*
      *      ET COMPTE GL DES DEPOTS CORRESPONDANT                    *
      *      ---------------------------------------------------------*
       01     WS-INDICES-PRV.
         05   IX-PRV             PIC 9(4) COMP VALUE 0.
         05   IX-PRV-MAX         PIC 9(4) COMP VALUE 100.
         05   IX-PRV-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-PRV-CPT         PIC 9(4) COMP VALUE 0.
         05   IX-PRV-GRP         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-PREUVE.
         05   WS-PRV-POSTE OCCURS 100 TIMES.
           10 WS-PRV-PRODUIT     PIC X(01).
           10 WS-PRV-DEVISE      PIC X(03).
           10 WS-PRV-NB-COMPTES  PIC 9(07) COMP.
           10 WS-PRV-SOLDES      PIC S9(13)V99 COMP-3.
           10 WS-PRV-COMPTE-GL   PIC X(08).

       01     WS-PREUVE.
         05   WS-PRODUIT-COMPTE  PIC X(01).
         05   WS-DEVISE-COMPTE   PIC X(03).
         05   WS-SOMME-GROUPE    PIC S9(13)V99 COMP-3.
         05   WS-SOLDE-GL-CRE    PIC S9(13)V99 COMP-3.
         05   WS-ECART           PIC S9(13)V99 COMP-3.
         05   WS-MONTANT-ABS     PIC 9(13)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-GLB     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-ECARTS          PIC 9(6) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(36)
               VALUE 'BALANCE GENERALE DU MOIS            '.
         05   ED-ENT-PERIODE     PIC 9(06).

       01     ED-ENTETE-BAL.
         05   FILLER PIC X(13) VALUE 'COMPTE   DEV '.
         05   FILLER PIC X(16) VALUE '  DEBITS DU MOIS'.
         05   FILLER PIC X(16) VALUE ' CREDITS DU MOIS'.
         05   FILLER PIC X(16) VALUE ' SOLDE DEBITEUR '.
         05   FILLER PIC X(16) VALUE ' SOLDE CREDITEUR'.

       01     ED-LIGNE-BAL.
         05   ED-BAL-COMPTE-GL   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-BAL-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-BAL-DEBITS      PIC ZZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-BAL-CREDITS     PIC ZZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-BAL-SOLDE-DEB   PIC ZZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-BAL-SOLDE-CRE   PIC ZZZZZZZZZZZ9,V99.

       01     ED-ENTETE-PRV.
         05   FILLER PIC X(21) VALUE 'P DEV COMPTE GL    NB'.
         05   FILLER PIC X(16) VALUE ' SOLDES CLIENTS '.
         05   FILLER PIC X(16) VALUE '  SOLDE GL (CR) '.
         05   FILLER PIC X(16) VALUE '           ECART'.

       01     ED-LIGNE-PRV.
         05   ED-PRV-PRODUIT     PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-COMPTE-GL   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-NB          PIC ZZZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-SOLDES      PIC -ZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-SOLDE-GL    PIC -ZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-ECART       PIC -ZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PRV-STATUT      PIC X(04).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< BALANCE GENERALE ET PREUVE AUXILIAIRE                   *
      *      ---------------------------------------------------------*
       100-BALANCE.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-CHARGER-FICSCHEM
           PERFORM 802-ENTETE-FICETAT

           PERFORM 610-LIRE-FICGLB
           PERFORM 200-COMPTE-GL
             UNTIL FS-FICGLB = '10'
           PERFORM 720-CONTROLE-BALANCE

           PERFORM 611-LIRE-FICCPTS
           PERFORM 300-COMPTE-CLIENT
             UNTIL FS-FICCPTS = '10'
           PERFORM 740-PREUVE-AUXILIAIRE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE GL : LIGNE DE BALANCE, TOTAUX DE LA DEVISE ET    *
      *      RETENUE EN TABLE POUR LA PREUVE                          *
      *      ---------------------------------------------------------*
       200-COMPTE-GL.
           IF FD-FICGLB-CLE NOT > WS-CLE-PRECEDENTE
              DISPLAY '*** MAITRE FICGLB NON TRIE OU EN DOUBLE SUR '
                      FD-FICGLB-CLE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE FD-FICGLB-CLE TO WS-CLE-PRECEDENTE
           IF FD-FICGLB-MOIS-LOT NOT = WS-SYSIN-PERIODE
              DISPLAY '*** SOLDE GL ' FD-FICGLB-CLE ' ARRETE AU '
                      FD-FICGLB-DATE-LOT ' HORS DE LA PERIODE ***'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           PERFORM 701-RETENIR-SOLDE-GL
           PERFORM 710-RECH-DEVISE
           ADD FD-FICGLB-DEBITS-MOIS TO WS-DEV-DEBITS-MOIS (IX-DEV-CPT)
           ADD FD-FICGLB-CREDITS-MOIS
               TO WS-DEV-CREDITS-MOIS (IX-DEV-CPT)
           IF FD-FICGLB-SOLDE < 0
              COMPUTE WS-MONTANT-ABS = 0 - FD-FICGLB-SOLDE
              ADD WS-MONTANT-ABS TO WS-DEV-SOLDES-CRE (IX-DEV-CPT)
           ELSE
              MOVE FD-FICGLB-SOLDE TO WS-MONTANT-ABS
              ADD WS-MONTANT-ABS TO WS-DEV-SOLDES-DEB (IX-DEV-CPT)
           END-IF
           PERFORM 803-LIGNE-BALANCE
           PERFORM 610-LIRE-FICGLB
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE CLIENT : SOLDE CUMULE SUR SON PRODUIT ET SA      *
      *      DEVISE (PRODUIT A BLANC = 'C', DEVISE A BLANC = 'EUR')   *
      *      ---------------------------------------------------------*
       300-COMPTE-CLIENT.
           MOVE FD-FICCPTS-PRODUIT TO WS-PRODUIT-COMPTE
           IF WS-PRODUIT-COMPTE = SPACE
              MOVE 'C' TO WS-PRODUIT-COMPTE
           END-IF
           MOVE FD-FICCPTS-DEVISE TO WS-DEVISE-COMPTE
           IF WS-DEVISE-COMPTE = SPACES
              MOVE 'EUR' TO WS-DEVISE-COMPTE
           END-IF
           PERFORM 730-RECH-PREUVE
           ADD 1 TO WS-PRV-NB-COMPTES (IX-PRV-CPT)
           ADD FD-FICCPTS-SOLDE TO WS-PRV-SOLDES (IX-PRV-CPT)
           PERFORM 611-LIRE-FICCPTS
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICGLB
           IF FS-FICGLB NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICGLB    FS-FICGLB = '
                      FS-FICGLB
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICSCHEM
           IF FS-FICSCHEM NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSCHEM  FS-FICSCHEM = '
                      FS-FICSCHEM
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICGLB.
           READ FICGLB
           IF FS-FICGLB NOT = '10'
              ADD 1 TO CP-LECTURE-GLB
           END-IF
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICSCHEM.
           READ FICSCHEM
           .

       620-FERMER-FICHIERS.
           CLOSE FICGLB
           CLOSE FICCPTS
           CLOSE FICSCHEM
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CHARGER-FICSCHEM.
           PERFORM 612-LIRE-FICSCHEM
           PERFORM 702-RETENIR-SCHEMA
             VARYING IX-SCH FROM 1 BY 1
               UNTIL FS-FICSCHEM = '10'
                  OR IX-SCH > IX-SCH-MAX
           IF FS-FICSCHEM NOT = '10'
              DISPLAY '*** TABLE DU SCHEMA COMPTABLE SATUREE A '
                      IX-SCH-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           COMPUTE IX-SCH-CHARG = IX-SCH - 1
           IF IX-SCH-CHARG = 0
              DISPLAY '*** SCHEMA COMPTABLE FICSCHEM VIDE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       701-RETENIR-SOLDE-GL.
           IF IX-GLB-CHARG = IX-GLB-MAX
              DISPLAY '*** TABLE DES SOLDES GL SATUREE A '
                      IX-GLB-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-GLB-CHARG
           MOVE FD-FICGLB-COMPTE-GL TO WS-GLB-COMPTE-GL (IX-GLB-CHARG)
           MOVE FD-FICGLB-DEVISE TO WS-GLB-DEVISE (IX-GLB-CHARG)
           MOVE FD-FICGLB-SOLDE TO WS-GLB-SOLDE (IX-GLB-CHARG)
           .

       702-RETENIR-SCHEMA.
           MOVE FD-FICSCHEM-CODE    TO WS-SCH-CODE (IX-SCH)
           MOVE FD-FICSCHEM-PRODUIT TO WS-SCH-PRODUIT (IX-SCH)
           MOVE FD-FICSCHEM-CPT-CREDIT TO WS-SCH-CPT-CREDIT (IX-SCH)
           PERFORM 612-LIRE-FICSCHEM
           .

       710-RECH-DEVISE.
           MOVE 0 TO IX-DEV-CPT
           PERFORM VARYING IX-DEV FROM 1 BY 1
             UNTIL IX-DEV > IX-DEV-CHARG
                OR IX-DEV-CPT > 0
              IF WS-DEV-DEVISE (IX-DEV) = FD-FICGLB-DEVISE
                 MOVE IX-DEV TO IX-DEV-CPT
              END-IF
           END-PERFORM
           IF IX-DEV-CPT = 0
              IF IX-DEV-CHARG = IX-DEV-MAX
                 DISPLAY '*** TABLE DES DEVISES SATUREE A '
                         IX-DEV-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-DEV-CHARG
              MOVE IX-DEV-CHARG TO IX-DEV-CPT
              MOVE FD-FICGLB-DEVISE TO WS-DEV-DEVISE (IX-DEV-CPT)
              MOVE 0 TO WS-DEV-DEBITS-MOIS (IX-DEV-CPT)
              MOVE 0 TO WS-DEV-CREDITS-MOIS (IX-DEV-CPT)
              MOVE 0 TO WS-DEV-SOLDES-DEB (IX-DEV-CPT)
              MOVE 0 TO WS-DEV-SOLDES-CRE (IX-DEV-CPT)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< BALANCE PAR DEVISE : DEBITS = CREDITS DU MOIS ET SOLDES *
      *      DEBITEURS = SOLDES CREDITEURS                            *
      *      ---------------------------------------------------------*
       720-CONTROLE-BALANCE.
           IF IX-GLB-CHARG = 0
              DISPLAY '*** MAITRE DES SOLDES GL FICGLB VIDE ***'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           PERFORM 721-CONTROLE-DEVISE
             VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > IX-DEV-CHARG
           .

       721-CONTROLE-DEVISE.
           MOVE 'TOTAL' TO ED-BAL-COMPTE-GL
           MOVE WS-DEV-DEVISE (IX-DEV) TO ED-BAL-DEVISE
           MOVE WS-DEV-DEBITS-MOIS (IX-DEV) TO ED-BAL-DEBITS
           MOVE WS-DEV-CREDITS-MOIS (IX-DEV) TO ED-BAL-CREDITS
           MOVE WS-DEV-SOLDES-DEB (IX-DEV) TO ED-BAL-SOLDE-DEB
           MOVE WS-DEV-SOLDES-CRE (IX-DEV) TO ED-BAL-SOLDE-CRE
           MOVE ED-LIGNE-BAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           IF WS-DEV-DEBITS-MOIS (IX-DEV)
              = WS-DEV-CREDITS-MOIS (IX-DEV)
              AND WS-DEV-SOLDES-DEB (IX-DEV)
                  = WS-DEV-SOLDES-CRE (IX-DEV)
              DISPLAY 'BALANCE GENERALE ' WS-DEV-DEVISE (IX-DEV)
                      ' : PASS'
           ELSE
              DISPLAY '*** ANOMALIE : BALANCE GENERALE '
                      WS-DEV-DEVISE (IX-DEV) ' DESEQUILIBREE ***'
              DISPLAY 'BALANCE GENERALE ' WS-DEV-DEVISE (IX-DEV)
                      ' : FAIL'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< POSTE DE PREUVE DU PRODUIT ET DE LA DEVISE ; A LA       *
      *      CREATION, RESOLUTION DU COMPTE GL DES DEPOTS : SCHEMA    *
      *      'D' DU PRODUIT EXACT, A DEFAUT L'ENTREE PRODUIT A BLANC  *
      *      ---------------------------------------------------------*
       730-RECH-PREUVE.
           MOVE 0 TO IX-PRV-CPT
           PERFORM VARYING IX-PRV FROM 1 BY 1
             UNTIL IX-PRV > IX-PRV-CHARG
                OR IX-PRV-CPT > 0
              IF WS-PRV-PRODUIT (IX-PRV) = WS-PRODUIT-COMPTE
                 AND WS-PRV-DEVISE (IX-PRV) = WS-DEVISE-COMPTE
                 MOVE IX-PRV TO IX-PRV-CPT
              END-IF
           END-PERFORM
           IF IX-PRV-CPT = 0
              IF IX-PRV-CHARG = IX-PRV-MAX
                 DISPLAY '*** TABLE DE PREUVE SATUREE A '
                         IX-PRV-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-PRV-CHARG
              MOVE IX-PRV-CHARG TO IX-PRV-CPT
              MOVE WS-PRODUIT-COMPTE TO WS-PRV-PRODUIT (IX-PRV-CPT)
              MOVE WS-DEVISE-COMPTE TO WS-PRV-DEVISE (IX-PRV-CPT)
              MOVE 0 TO WS-PRV-NB-COMPTES (IX-PRV-CPT)
              MOVE 0 TO WS-PRV-SOLDES (IX-PRV-CPT)
              PERFORM 731-RECH-COMPTE-DEPOT
           END-IF
           .

       731-RECH-COMPTE-DEPOT.
           MOVE 0 TO IX-SCH-CPT
           PERFORM VARYING IX-SCH FROM 1 BY 1
             UNTIL IX-SCH > IX-SCH-CHARG
                OR IX-SCH-CPT > 0
              IF WS-SCH-CODE (IX-SCH) = 'D'
                 AND WS-SCH-PRODUIT (IX-SCH) = WS-PRODUIT-COMPTE
                 MOVE IX-SCH TO IX-SCH-CPT
              END-IF
           END-PERFORM
           PERFORM VARYING IX-SCH FROM 1 BY 1
             UNTIL IX-SCH > IX-SCH-CHARG
                OR IX-SCH-CPT > 0
              IF WS-SCH-CODE (IX-SCH) = 'D'
                 AND WS-SCH-PRODUIT (IX-SCH) = SPACE
                 MOVE IX-SCH TO IX-SCH-CPT
              END-IF
           END-PERFORM
           IF IX-SCH-CPT > 0
              MOVE WS-SCH-CPT-CREDIT (IX-SCH-CPT)
                   TO WS-PRV-COMPTE-GL (IX-PRV-CPT)
           ELSE
              MOVE SPACES TO WS-PRV-COMPTE-GL (IX-PRV-CPT)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PREUVE AUXILIAIRE/GENERALE PAR PRODUIT ET DEVISE : LES  *
      *      SOLDES CLIENTS DE TOUS LES PRODUITS PORTES SUR LE MEME   *
      *      COMPTE GL ET LA MEME DEVISE SONT COMPARES A SON SOLDE    *
      *      CREDITEUR (SOLDE DU MAITRE CHANGE DE SIGNE)              *
      *      ---------------------------------------------------------*
       740-PREUVE-AUXILIAIRE.
           MOVE ED-ENTETE-PRV TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           PERFORM 741-PREUVE-PRODUIT
             VARYING IX-PRV FROM 1 BY 1
               UNTIL IX-PRV > IX-PRV-CHARG
           IF CP-ECARTS = 0
              DISPLAY 'PREUVE AUXILIAIRE / GENERALE : PASS'
           ELSE
              DISPLAY 'PREUVE AUXILIAIRE / GENERALE : FAIL'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           .

       741-PREUVE-PRODUIT.
           MOVE 0 TO WS-SOMME-GROUPE
           PERFORM VARYING IX-PRV-GRP FROM 1 BY 1
             UNTIL IX-PRV-GRP > IX-PRV-CHARG
              IF WS-PRV-COMPTE-GL (IX-PRV-GRP)
                 = WS-PRV-COMPTE-GL (IX-PRV)
                 AND WS-PRV-DEVISE (IX-PRV-GRP) = WS-PRV-DEVISE (IX-PRV)
                 ADD WS-PRV-SOLDES (IX-PRV-GRP) TO WS-SOMME-GROUPE
              END-IF
           END-PERFORM
           MOVE WS-PRV-COMPTE-GL (IX-PRV) TO WS-RECH-COMPTE-GL
           MOVE WS-PRV-DEVISE (IX-PRV) TO WS-RECH-DEVISE
           PERFORM 742-RECH-SOLDE-GL
           COMPUTE WS-ECART = WS-SOMME-GROUPE - WS-SOLDE-GL-CRE
           MOVE 'OK' TO ED-PRV-STATUT
           IF WS-PRV-COMPTE-GL (IX-PRV) = SPACES
              DISPLAY '*** PRODUIT ' WS-PRV-PRODUIT (IX-PRV)
                      ' SANS COMPTE GL DE DEPOT AU SCHEMA ***'
              MOVE 'NOGL' TO ED-PRV-STATUT
              ADD 1 TO CP-ECARTS
           ELSE
              IF WS-ECART NOT = 0
                 DISPLAY '*** ECART PRODUIT ' WS-PRV-PRODUIT (IX-PRV)
                         ' DEVISE ' WS-PRV-DEVISE (IX-PRV)
                         ' COMPTE GL ' WS-PRV-COMPTE-GL (IX-PRV) ' ***'
                 MOVE 'KO' TO ED-PRV-STATUT
                 ADD 1 TO CP-ECARTS
              END-IF
           END-IF
           PERFORM 804-LIGNE-PREUVE
           .

       742-RECH-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-GL-CRE
           MOVE 0 TO IX-GLB-CPT
           IF IX-GLB-CHARG > 0
              SEARCH ALL WS-GLB-POSTE
                 AT END
                    CONTINUE
                 WHEN WS-GLB-CLE (IX-GLB-BIN) = WS-RECH-CLE
                    SET IX-GLB-CPT TO IX-GLB-BIN
              END-SEARCH
           END-IF
           IF IX-GLB-CPT > 0
              COMPUTE WS-SOLDE-GL-CRE = 0 - WS-GLB-SOLDE (IX-GLB-CPT)
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-PERIODE NOT NUMERIC
              DISPLAY '*** PERIODE SSAAMM ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'SOLDES GL LUS (FICGLB)       : ' CP-LECTURE-GLB
           DISPLAY 'COMPTES CLIENTS LUS          : ' CP-LECTURE-CPTS
           DISPLAY 'ECARTS DE PREUVE             : ' CP-ECARTS
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-PERIODE TO ED-ENT-PERIODE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-BAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-LIGNE-BALANCE.
           MOVE FD-FICGLB-COMPTE-GL TO ED-BAL-COMPTE-GL
           MOVE FD-FICGLB-DEVISE TO ED-BAL-DEVISE
           MOVE FD-FICGLB-DEBITS-MOIS TO ED-BAL-DEBITS
           MOVE FD-FICGLB-CREDITS-MOIS TO ED-BAL-CREDITS
           MOVE 0 TO ED-BAL-SOLDE-DEB
           MOVE 0 TO ED-BAL-SOLDE-CRE
           IF FD-FICGLB-SOLDE < 0
              MOVE WS-MONTANT-ABS TO ED-BAL-SOLDE-CRE
           ELSE
              MOVE WS-MONTANT-ABS TO ED-BAL-SOLDE-DEB
           END-IF
           MOVE ED-LIGNE-BAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-PREUVE.
           MOVE WS-PRV-PRODUIT (IX-PRV) TO ED-PRV-PRODUIT
           MOVE WS-PRV-DEVISE (IX-PRV) TO ED-PRV-DEVISE
           MOVE WS-PRV-COMPTE-GL (IX-PRV) TO ED-PRV-COMPTE-GL
           MOVE WS-PRV-NB-COMPTES (IX-PRV) TO ED-PRV-NB
           MOVE WS-PRV-SOLDES (IX-PRV) TO ED-PRV-SOLDES
           MOVE WS-SOLDE-GL-CRE TO ED-PRV-SOLDE-GL
           MOVE WS-ECART TO ED-PRV-ECART
           MOVE ED-LIGNE-PRV TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPGLT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

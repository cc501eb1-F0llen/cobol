       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRAN.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRAN                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * REMBOURSEMENTS ANTICIPES DES PRETS A LA CONSOMMATION (APRES   *
      * COBTPECH DANS LA CHAINE BANKNITE) :                           *
      *   - LIT LES DEMANDES FICDRAN : DEVIS ('Q'), REMBOURSEMENT     *
      *     PARTIEL ('P') OU TOTAL ('T'), AVEC AU CHOIX DU CLIENT     *
      *     POUR LE PARTIEL : REDUCTION DE LA MENSUALITE ('M') OU DE  *
      *     LA DUREE ('D')                                            *
      *   - LE MONTANT DU EST LE CAPITAL REMBOURSE, PLUS LES INTERETS *
      *     COURUS DEPUIS LA DERNIERE ECHEANCE SUR CE CAPITAL (BASE   *
      *     30/360), PLUS L'INDEMNITE DE REMBOURSEMENT ANTICIPE (IRA) *
      *     AU TAUX SYSIN SELON LA DUREE RESTANTE, NULLE SOUS LA      *
      *     FRANCHISE SYSIN                                           *
      *   - LE DEVIS EST EDITE SANS MISE A JOUR ; UN PRET AU          *
      *     CONTENTIEUX NE SE REMBOURSE QUE PAR LE SERVICE            *
      *     RECOUVREMENT (DEVIS SEUL ICI) ; LE PARTIEL ET LE          *
      *     TOTAL DIMINUENT LE CAPITAL RESTANT DU MAITRE FICPRET,     *
      *     RECALCULENT LA MENSUALITE OU LE NOMBRE D'ECHEANCES ET     *
      *     EMETTENT LES MOUVEMENTS DANS FICMVTRA (CONCATENE AU FLUX  *
      *     DES ORDRES PERMANENTS, CANAL 'O') : 'R' PART CAPITAL      *
      *     (PRODUIT 'L'), 'R' INTERETS COURUS (PRODUIT 'M'), 'F'     *
      *     INDEMNITE (REFERENCE 'IRA...')                            *
      *   - LE TABLEAU D'AMORTISSEMENT FICPLAN EST RECOPIE DANS       *
      *     FICPLNN : LES ECHEANCES RESTANTES DES PRETS REMBOURSES    *
      *     SONT REMPLACEES PAR LE NOUVEAU PLAN (AUCUNE APRES UN      *
      *     REMBOURSEMENT TOTAL)                                      *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ) + TAUX IRA SI PLUS DE   *
      *         12 ECHEANCES RESTANTES 99V9999 + TAUX IRA SINON       *
      *         99V9999 + FRANCHISE D'IRA 9(07)V99                    *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | COURU, IRA, ANNUITE ET PLAN PAR  *
      *          |          |      | LE SERVICE FINANCIER SPTP6AA ;   *
      *          |          |      | DEMANDE REFUSEE SI LA TABLE DES  *
      *          |          |      | PLANS EST PLEINE, AVANT TOUTE    *
      *          |          |      | MISE A JOUR                      *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICDRAN ASSIGN TO FICDRAN FILE STATUS IS FS-FICDRAN.
           SELECT FICPRET ASSIGN TO FICPRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICPRET-NUMPRET
           FILE STATUS IS FS-FICPRET.
           SELECT FICPLAN ASSIGN TO FICPLAN FILE STATUS IS FS-FICPLAN.
           SELECT FICPLNN ASSIGN TO FICPLNN.
           SELECT FICMVTRA ASSIGN TO FICMVTRA.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICDRAN
           RECORDING MODE IS F.
       01     FD-FICDRAN.
         05   FD-FICDRAN-NUMPRET PIC X(10).
         05   FD-FICDRAN-TYPE   PIC X(01).
           88 FD-FICDRAN-DEVIS      VALUE 'Q'.
           88 FD-FICDRAN-PARTIEL    VALUE 'P'.
           88 FD-FICDRAN-TOTAL      VALUE 'T'.
         05   FD-FICDRAN-OPTION PIC X(01).
           88 FD-FICDRAN-OPT-MENSUALITE VALUE 'M'.
           88 FD-FICDRAN-OPT-DUREE      VALUE 'D'.
         05   FD-FICDRAN-MONTANT PIC 9(09)V99.
         05   FD-FICDRAN-MONTANT-X REDEFINES FD-FICDRAN-MONTANT
                                PIC X(11).
         05   FD-FICDRAN-DATE   PIC 9(08).
         05   FILLER            PIC X(49).

       FD FICPRET.
       01   FD-ENREG-FICPRET.
         05 FD-FICPRET-NUMPRET        PIC X(10).
         05 FD-FICPRET-NUMCPT         PIC X(10).
         05 FD-FICPRET-CAPITAL        PIC S9(09)V99 COMP-3.
         05 FD-FICPRET-CAPITAL-RESTANT PIC S9(09)V99 COMP-3.
         05 FD-FICPRET-TAUX           PIC 9(02)V9(04).
         05 FD-FICPRET-DUREE          PIC 9(03).
         05 FD-FICPRET-MENSUALITE     PIC 9(08)V99.
         05 FD-FICPRET-DATE-DEBUT     PIC 9(08).
         05 FD-FICPRET-PROCHAINE      PIC 9(08).
         05 FD-FICPRET-NB-RESTANT     PIC 9(03).
         05 FD-FICPRET-NB-IMPAYES     PIC 9(02).
         05 FD-FICPRET-RECOUVR        PIC X(01).
           88 FD-FICPRET-AMIABLE          VALUE ' '.
           88 FD-FICPRET-RELANCE          VALUE 'R'.
           88 FD-FICPRET-DEMEURE          VALUE 'M'.
           88 FD-FICPRET-CONTENTIEUX      VALUE 'C'.
         05 FD-FICPRET-DATE-RECOUVR   PIC X(08).
         05 FD-FICPRET-PRESENTE       PIC X(01).
           88 FD-FICPRET-PRES-ECHEANCE    VALUE 'E' 'B'.
           88 FD-FICPRET-PRES-ARRIERE     VALUE 'A' 'B'.
         05 FILLER                    PIC X(02).

       FD FICPLAN
           RECORDING MODE IS F.
       01     FD-FICPLAN.
         05   FD-FICPLAN-NUMPRET PIC X(10).
         05   FD-FICPLAN-RANG   PIC 9(03).
         05   FD-FICPLAN-DATE   PIC 9(08).
         05   FD-FICPLAN-MENSUALITE PIC 9(08)V99.
         05   FD-FICPLAN-PART-CAPITAL PIC 9(08)V99.
         05   FD-FICPLAN-PART-INTERET PIC 9(08)V99.
         05   FD-FICPLAN-CAPITAL-RESTANT PIC 9(09)V99.
         05   FILLER            PIC X(18).

       FD FICPLNN
           RECORDING MODE IS F.
       01     FD-FICPLNN.
         05   FD-FICPLNN-NUMPRET PIC X(10).
         05   FD-FICPLNN-RANG   PIC 9(03).
         05   FD-FICPLNN-DATE   PIC 9(08).
         05   FD-FICPLNN-MENSUALITE PIC 9(08)V99.
         05   FD-FICPLNN-PART-CAPITAL PIC 9(08)V99.
         05   FD-FICPLNN-PART-INTERET PIC 9(08)V99.
         05   FD-FICPLNN-CAPITAL-RESTANT PIC 9(09)V99.
         05   FILLER            PIC X(18).

       FD FICMVTRA
           RECORDING MODE IS F.
       01     FD-FICMVTRA.
         05   FD-FICMVTRA-NUMCPT PIC X(10).
         05   FD-FICMVTRA-DATE  PIC 9(08).
         05   FD-FICMVTRA-CODE  PIC X(01).
         05   FD-FICMVTRA-MONTANT PIC 9(08)V99.
         05   FD-FICMVTRA-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTRA-REFERENCE PIC X(10).
         05   FILLER            PIC X(10).
         05   FD-FICMVTRA-PRODUIT PIC X(01).
         05   FILLER            PIC X(19).

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
         05   FS-FICDRAN         PIC X(2).
         05   FS-FICPRET         PIC X(2).
         05   FS-FICPLAN         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE, TAUX D'IRA, FRANCHISE)           *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-TAUX-IRA-LONG  PIC 9(02)V9(04).
         05   WS-SYSIN-TAUX-IRA-COURT PIC 9(02)V9(04).
         05   WS-SYSIN-FRANCHISE PIC 9(07)V99.

      *      ---------------------------------------------------------*
      *-----< CALCUL DU REMBOURSEMENT ANTICIPE                        *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-CALCUL.
         05   WS-DATE-RA         PIC 9(08).
         05   WS-CAPITAL-REMB    PIC S9(09)V99 COMP-3.
         05   WS-INTERET-COURU   PIC 9(08)V99.
         05   WS-INDEMNITE       PIC 9(08)V99.
         05   WS-TAUX-IRA        PIC 9(02)V9(04).
         05   WS-TOTAL-DU        PIC 9(09)V99.
         05   WS-NB-JOURS        PIC 9(03) COMP.
         05   WS-NB-EMISES       PIC 9(03) COMP.
         05   WS-NOUV-NB-RESTANT PIC 9(03).
         05   WS-NOUV-MENSUALITE PIC 9(08)V99.
         05   WS-REFERENCE       PIC X(10).

      *      ---------------------------------------------------------*
      *-----< CALCUL DE L'ANNUITE ET DES INTERETS MENSUELS PAR LE     *
      *      SERVICE FINANCIER COMMUN, COMME COBTPPRT                 *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-ANNUITE.
         05   WS-TAUX-CALCUL     PIC 9(02)V9(04).
         05   WS-CAPITAL-SIMUL   PIC S9(09)V99 COMP-3.
         05   WS-PART-INTERET    PIC 9(08)V99.
         05   WS-PART-CAPITAL    PIC 9(08)V99.
         05   WS-MENSUALITE-ECH  PIC 9(08)V99.
         05   IX-ECH             PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< DATE DE LA DERNIERE ECHEANCE (DEBUT DU COURU) ET DATE   *
      *      DE REMBOURSEMENT, POUR LE DECOMPTE 30/360                *
      *      ---------------------------------------------------------*
       01     WS-ECHEANCE.
         05   WS-ECH-SSAA        PIC 9(04).
         05   WS-ECH-MM          PIC 9(02).
         05   WS-ECH-JJ          PIC 9(02).
       01     WS-ECHEANCE-N REDEFINES WS-ECHEANCE PIC 9(08).
       01     WS-DATE-REMB.
         05   WS-REMB-SSAA       PIC 9(04).
         05   WS-REMB-MM         PIC 9(02).
         05   WS-REMB-JJ         PIC 9(02).
       01     WS-DATE-REMB-N REDEFINES WS-DATE-REMB PIC 9(08).
       01     WS-JOURS-360       PIC S9(07) COMP-3.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

       01     WS-DRAN-VALIDE     PIC X VALUE 'O'.
         88   WS-DRAN-OK             VALUE 'O'.
         88   WS-DRAN-KO             VALUE 'N'.
       01     WS-MOTIF-REFUS     PIC X(08).

      *      ---------------------------------------------------------*
      *-----< PRETS REMBOURSES DU JOUR : NOUVEAU PLAN A SUBSTITUER    *
      *      AUX ECHEANCES RESTANTES DANS LA RECOPIE DE FICPLAN       *
      *      ---------------------------------------------------------*
       01     WS-INDICES-REMB.
         05   IX-RAN             PIC 9(4) COMP VALUE 0.
         05   IX-RAN-MAX         PIC 9(4) COMP VALUE 200.
         05   IX-RAN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-RAN-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REMB.
         05   WS-RAN-POSTE OCCURS 200 TIMES.
           10 WS-RAN-NUMPRET     PIC X(10).
           10 WS-RAN-RANG-DEBUT  PIC 9(03).
           10 WS-RAN-CAPITAL     PIC S9(09)V99 COMP-3.
           10 WS-RAN-TAUX        PIC 9(02)V9(04).
           10 WS-RAN-MENSUALITE  PIC 9(08)V99.
           10 WS-RAN-NB-RESTANT  PIC 9(03).
           10 WS-RAN-PROCHAINE   PIC 9(08).
           10 WS-RAN-ECRIT       PIC X(01).

       01     WS-PLAN-PRECEDENT  PIC X(10).
       01     WS-NUMPRET-RECH    PIC X(10).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-DRAN    PIC 9(4) COMP VALUE 0.
         05   CP-DEVIS           PIC 9(4) COMP VALUE 0.
         05   CP-PARTIELS        PIC 9(4) COMP VALUE 0.
         05   CP-TOTAUX          PIC 9(4) COMP VALUE 0.
         05   CP-REFUS           PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-PLAN-RECOPIES   PIC 9(6) COMP VALUE 0.
         05   CP-PLAN-REMPLACES  PIC 9(6) COMP VALUE 0.
         05   CP-PLAN-NOUVEAUX   PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'REMBOURSEMENTS ANTICIPES DES PRETS          '.

       01     ED-LIGNE-RAN1.
         05   ED-RAN-NUMPRET     PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-RAN-TYPE        PIC X(08).
         05   FILLER             PIC X(10) VALUE ' CAPITAL :'.
         05   ED-RAN-CAPITAL     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(10) VALUE ' COURUS : '.
         05   ED-RAN-COURU       PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-RAN-STATUT      PIC X(08).

       01     ED-LIGNE-RAN2.
         05   FILLER             PIC X(11) VALUE SPACES.
         05   FILLER             PIC X(06) VALUE 'IRA : '.
         05   ED-RAN-IRA         PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(10) VALUE ' TOTAL DU '.
         05   ED-RAN-TOTAL       PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(07) VALUE ' MENS. '.
         05   ED-RAN-MENSUALITE  PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(04) VALUE ' NB '.
         05   ED-RAN-NB-RESTANT  PIC ZZ9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< REMBOURSEMENTS ANTICIPES                                *
      *      ---------------------------------------------------------*
       100-REMB-ANTICIPES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICDRAN

           PERFORM 200-DEMANDE
             UNTIL FS-FICDRAN = '10'

           PERFORM 300-RECOPIE-PLAN
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< DEMANDE : CONTROLE, CALCUL DU MONTANT DU, PUIS MISE A   *
      *      JOUR DU PRET SI CE N'EST PAS UN SIMPLE DEVIS             *
      *      ---------------------------------------------------------*
       200-DEMANDE.
           PERFORM 700-CONTROLER-DEMANDE
           IF WS-DRAN-OK
              PERFORM 710-CALCULER-MONTANT-DU
              EVALUATE TRUE
                 WHEN FD-FICDRAN-DEVIS
                    MOVE 'DEVIS' TO ED-RAN-STATUT
                    MOVE FD-FICPRET-MENSUALITE TO WS-NOUV-MENSUALITE
                    MOVE FD-FICPRET-NB-RESTANT TO WS-NOUV-NB-RESTANT
                    ADD 1 TO CP-DEVIS
                 WHEN OTHER
                    PERFORM 720-RECALCULER-PRET
                    PERFORM 630-EMETTRE-MOUVEMENTS
                    PERFORM 631-REECRIRE-FICPRET
                    PERFORM 740-RETENIR-NOUVEAU-PLAN
                    MOVE 'OK' TO ED-RAN-STATUT
              END-EVALUATE
           ELSE
              MOVE 0 TO WS-CAPITAL-REMB
              MOVE 0 TO WS-INTERET-COURU
              MOVE 0 TO WS-INDEMNITE
              MOVE 0 TO WS-TOTAL-DU
              MOVE 0 TO WS-NOUV-MENSUALITE
              MOVE 0 TO WS-NOUV-NB-RESTANT
              MOVE WS-MOTIF-REFUS TO ED-RAN-STATUT
              ADD 1 TO CP-REFUS
           END-IF
           PERFORM 804-LIGNE-DEMANDE
           PERFORM 610-LIRE-FICDRAN
           .

      *      ---------------------------------------------------------*
      *-----< RECOPIE DU TABLEAU D'AMORTISSEMENT : LES ECHEANCES      *
      *      RESTANTES DES PRETS REMBOURSES SONT ECARTEES ET LE       *
      *      NOUVEAU PLAN EST ECRIT A LA FIN DES LIGNES DU PRET       *
      *      ---------------------------------------------------------*
       300-RECOPIE-PLAN.
           MOVE SPACES TO WS-PLAN-PRECEDENT
           PERFORM 612-LIRE-FICPLAN
           PERFORM 310-LIGNE-PLAN
             UNTIL FS-FICPLAN NOT = '00'
           PERFORM 750-CHERCHER-PLAN-PRECEDENT
           PERFORM VARYING IX-RAN FROM 1 BY 1
                     UNTIL IX-RAN > IX-RAN-CHARG
              IF WS-RAN-ECRIT (IX-RAN) NOT = 'O'
                 PERFORM 760-ECRIRE-NOUVEAU-PLAN
              END-IF
           END-PERFORM
           .

       310-LIGNE-PLAN.
           IF FD-FICPLAN-NUMPRET NOT = WS-PLAN-PRECEDENT
              PERFORM 750-CHERCHER-PLAN-PRECEDENT
              MOVE FD-FICPLAN-NUMPRET TO WS-PLAN-PRECEDENT
           END-IF
           MOVE FD-FICPLAN-NUMPRET TO WS-NUMPRET-RECH
           PERFORM 751-RECH-REMB
           IF IX-RAN-TROUVE > 0
              AND FD-FICPLAN-RANG NOT <
                  WS-RAN-RANG-DEBUT (IX-RAN-TROUVE)
              ADD 1 TO CP-PLAN-REMPLACES
           ELSE
              WRITE FD-FICPLNN FROM FD-FICPLAN
              ADD 1 TO CP-PLAN-RECOPIES
           END-IF
           PERFORM 612-LIRE-FICPLAN
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICDRAN
           IF FS-FICDRAN NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDRAN   FS-FICDRAN = '
                      FS-FICDRAN
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN I-O FICPRET
           IF FS-FICPRET NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPRET   FS-FICPRET = '
                      FS-FICPRET
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICPLAN
           IF FS-FICPLAN NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPLAN   FS-FICPLAN = '
                      FS-FICPLAN
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICPLNN
           OPEN OUTPUT FICMVTRA
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICDRAN.
           READ FICDRAN
           IF FS-FICDRAN NOT = '10'
              ADD 1 TO CP-LECTURE-DRAN
           END-IF
           .

       612-LIRE-FICPLAN.
           READ FICPLAN
           .

       620-FERMER-FICHIERS.
           CLOSE FICDRAN
           CLOSE FICPRET
           CLOSE FICPLAN
           CLOSE FICPLNN
           CLOSE FICMVTRA
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENTS DU REMBOURSEMENT SUR LE COMPTE COURANT LIE : *
      *      PART CAPITAL ET INTERETS COURUS VENTILES COMME LES       *
      *      ECHEANCES (PRODUITS 'L' ET 'M'), INDEMNITE EN FRAIS      *
      *      ---------------------------------------------------------*
       630-EMETTRE-MOUVEMENTS.
           MOVE SPACES TO WS-REFERENCE
           STRING 'RAN' FD-FICPRET-NUMPRET (4:7)
                  DELIMITED BY SIZE INTO WS-REFERENCE
           END-STRING
           MOVE SPACES TO FD-FICMVTRA
           MOVE FD-FICPRET-NUMCPT TO FD-FICMVTRA-NUMCPT
           MOVE WS-DATE-RA TO FD-FICMVTRA-DATE
           MOVE 'R' TO FD-FICMVTRA-CODE
           MOVE WS-CAPITAL-REMB TO FD-FICMVTRA-MONTANT
           MOVE 'EUR' TO FD-FICMVTRA-DEVISE
           MOVE WS-REFERENCE TO FD-FICMVTRA-REFERENCE
           MOVE 'L' TO FD-FICMVTRA-PRODUIT
           PERFORM 632-ECRIRE-MOUVEMENT
           IF WS-INTERET-COURU > 0
              MOVE WS-INTERET-COURU TO FD-FICMVTRA-MONTANT
              MOVE 'M' TO FD-FICMVTRA-PRODUIT
              PERFORM 632-ECRIRE-MOUVEMENT
           END-IF
           IF WS-INDEMNITE > 0
              MOVE SPACES TO WS-REFERENCE
              STRING 'IRA' FD-FICPRET-NUMPRET (4:7)
                     DELIMITED BY SIZE INTO WS-REFERENCE
              END-STRING
              MOVE 'F' TO FD-FICMVTRA-CODE
              MOVE WS-INDEMNITE TO FD-FICMVTRA-MONTANT
              MOVE WS-REFERENCE TO FD-FICMVTRA-REFERENCE
              MOVE SPACE TO FD-FICMVTRA-PRODUIT
              PERFORM 632-ECRIRE-MOUVEMENT
           END-IF
           .

       631-REECRIRE-FICPRET.
           SUBTRACT WS-CAPITAL-REMB FROM FD-FICPRET-CAPITAL-RESTANT
           MOVE WS-NOUV-MENSUALITE TO FD-FICPRET-MENSUALITE
           COMPUTE FD-FICPRET-DUREE = WS-NB-EMISES
                                    + WS-NOUV-NB-RESTANT
           MOVE WS-NOUV-NB-RESTANT TO FD-FICPRET-NB-RESTANT
           REWRITE FD-ENREG-FICPRET
           .

       632-ECRIRE-MOUVEMENT.
           WRITE FD-FICMVTRA
           ADD 1 TO CP-MVTS-EMIS
           .

       633-ECRIRE-FICPLNN.
           MOVE SPACES TO FD-FICPLNN
           MOVE WS-RAN-NUMPRET (IX-RAN) TO FD-FICPLNN-NUMPRET
           COMPUTE FD-FICPLNN-RANG = WS-RAN-RANG-DEBUT (IX-RAN)
                                   + IX-ECH - 1
           MOVE WS-ECHEANCE-N TO FD-FICPLNN-DATE
           MOVE WS-MENSUALITE-ECH TO FD-FICPLNN-MENSUALITE
           MOVE WS-PART-CAPITAL TO FD-FICPLNN-PART-CAPITAL
           MOVE WS-PART-INTERET TO FD-FICPLNN-PART-INTERET
           MOVE WS-CAPITAL-SIMUL TO FD-FICPLNN-CAPITAL-RESTANT
           WRITE FD-FICPLNN
           ADD 1 TO CP-PLAN-NOUVEAUX
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CONTROLER-DEMANDE.
           MOVE 'O' TO WS-DRAN-VALIDE
           MOVE SPACES TO WS-MOTIF-REFUS
           IF NOT FD-FICDRAN-DEVIS
              AND NOT FD-FICDRAN-PARTIEL
              AND NOT FD-FICDRAN-TOTAL
              MOVE 'N' TO WS-DRAN-VALIDE
              MOVE 'TYPE KO' TO WS-MOTIF-REFUS
           END-IF
           IF WS-DRAN-OK AND FD-FICDRAN-PARTIEL
              IF FD-FICDRAN-MONTANT-X NOT NUMERIC
                 OR FD-FICDRAN-MONTANT = 0
                 MOVE 'N' TO WS-DRAN-VALIDE
                 MOVE 'MONTANT' TO WS-MOTIF-REFUS
              END-IF
              IF NOT FD-FICDRAN-OPT-MENSUALITE
                 AND NOT FD-FICDRAN-OPT-DUREE
                 MOVE 'N' TO WS-DRAN-VALIDE
                 MOVE 'OPTION' TO WS-MOTIF-REFUS
              END-IF
           END-IF
           IF WS-DRAN-OK
              MOVE FD-FICDRAN-NUMPRET TO FD-FICPRET-NUMPRET
              READ FICPRET
              IF FS-FICPRET NOT = 00
                 MOVE 'N' TO WS-DRAN-VALIDE
                 MOVE 'INCONNU' TO WS-MOTIF-REFUS
              ELSE
                 IF FD-FICPRET-NB-RESTANT = 0
                    OR FD-FICPRET-CAPITAL-RESTANT NOT > 0
                    MOVE 'N' TO WS-DRAN-VALIDE
                    MOVE 'SOLDE' TO WS-MOTIF-REFUS
                 END-IF
                 IF FD-FICPRET-CONTENTIEUX
                    AND NOT FD-FICDRAN-DEVIS
                    MOVE 'N' TO WS-DRAN-VALIDE
                    MOVE 'CONTENT.' TO WS-MOTIF-REFUS
                 END-IF
              END-IF
           END-IF
      *    LE NOUVEAU PLAN DOIT TROUVER SA PLACE DANS LA TABLE AVANT
      *    TOUTE MISE A JOUR DU PRET : SINON LA DEMANDE EST REFUSEE ET
      *    LE MAITRE RESTE D'ACCORD AVEC FICPLAN
           IF WS-DRAN-OK AND NOT FD-FICDRAN-DEVIS
              MOVE FD-FICPRET-NUMPRET TO WS-NUMPRET-RECH
              PERFORM 751-RECH-REMB
              IF IX-RAN-TROUVE = 0
                 AND IX-RAN-CHARG NOT < IX-RAN-MAX
                 DISPLAY 'TABLE DES REMBOURSEMENTS PLEINE - DEMANDE '
                         'REFUSEE POUR ' FD-FICPRET-NUMPRET
                 MOVE 'N' TO WS-DRAN-VALIDE
                 MOVE 'SATURE' TO WS-MOTIF-REFUS
              END-IF
           END-IF
           IF FD-FICDRAN-DATE NUMERIC AND FD-FICDRAN-DATE > 0
              MOVE FD-FICDRAN-DATE TO WS-DATE-RA
           ELSE
              MOVE WS-SYSIN-DATE TO WS-DATE-RA
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< MONTANT DU : CAPITAL REMBOURSE (TOUT LE RESTANT POUR UN *
      *      DEVIS OU UN TOTAL, OU UN PARTIEL QUI L'ATTEINT), COURU   *
      *      30/360 DEPUIS LA DERNIERE ECHEANCE, IRA SUR LE CAPITAL ; *
      *      SERVICE FINANCIER COMMUN, ARRONDI BANCAIRE               *
      *      ---------------------------------------------------------*
       710-CALCULER-MONTANT-DU.
           IF FD-FICDRAN-PARTIEL
              AND FD-FICDRAN-MONTANT < FD-FICPRET-CAPITAL-RESTANT
              MOVE FD-FICDRAN-MONTANT TO WS-CAPITAL-REMB
           ELSE
              MOVE FD-FICPRET-CAPITAL-RESTANT TO WS-CAPITAL-REMB
           END-IF
           PERFORM 711-JOURS-COURUS
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE WS-CAPITAL-REMB          TO MODULE-CAPITAL
           MOVE FD-FICPRET-TAUX          TO MODULE-TAUX
           MOVE WS-NB-JOURS              TO MODULE-NB-JOURS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           PERFORM 729-APPELER-SPTP6AA
           MOVE MODULE-RESULTAT TO WS-INTERET-COURU
           IF FD-FICPRET-NB-RESTANT > 12
              MOVE WS-SYSIN-TAUX-IRA-LONG TO WS-TAUX-IRA
           ELSE
              MOVE WS-SYSIN-TAUX-IRA-COURT TO WS-TAUX-IRA
           END-IF
           IF WS-CAPITAL-REMB > WS-SYSIN-FRANCHISE
              INITIALIZE MODULE-FINANCIER
              SET MODULE-OPE-ARRONDI        TO TRUE
              SET MODULE-ARRONDI-BANCAIRE   TO TRUE
              COMPUTE MODULE-MONTANT-BRUT =
                      WS-CAPITAL-REMB * WS-TAUX-IRA / 100
              PERFORM 729-APPELER-SPTP6AA
              MOVE MODULE-RESULTAT TO WS-INDEMNITE
           ELSE
              MOVE 0 TO WS-INDEMNITE
           END-IF
           COMPUTE WS-TOTAL-DU = WS-CAPITAL-REMB + WS-INTERET-COURU
                               + WS-INDEMNITE
           COMPUTE WS-NB-EMISES = FD-FICPRET-DUREE
                                - FD-FICPRET-NB-RESTANT
           .

      *      ---------------------------------------------------------*
      *-----< JOURS COURUS EN BASE 30/360 ENTRE LA DERNIERE ECHEANCE  *
      *      (PROCHAINE MOINS UN MOIS) ET LA DATE DE REMBOURSEMENT,   *
      *      BORNES A UN MOIS                                         *
      *      ---------------------------------------------------------*
       711-JOURS-COURUS.
           MOVE FD-FICPRET-PROCHAINE TO WS-ECHEANCE-N
           SUBTRACT 1 FROM WS-ECH-MM
           IF WS-ECH-MM = 0
              MOVE 12 TO WS-ECH-MM
              SUBTRACT 1 FROM WS-ECH-SSAA
           END-IF
           IF WS-ECH-JJ > 30
              MOVE 30 TO WS-ECH-JJ
           END-IF
           MOVE WS-DATE-RA TO WS-DATE-REMB-N
           IF WS-REMB-JJ > 30
              MOVE 30 TO WS-REMB-JJ
           END-IF
           COMPUTE WS-JOURS-360 =
                   (WS-REMB-SSAA - WS-ECH-SSAA) * 360
                 + (WS-REMB-MM - WS-ECH-MM) * 30
                 + WS-REMB-JJ - WS-ECH-JJ
           EVALUATE TRUE
              WHEN WS-JOURS-360 < 0
                 MOVE 0 TO WS-NB-JOURS
              WHEN WS-JOURS-360 > 30
                 MOVE 30 TO WS-NB-JOURS
              WHEN OTHER
                 MOVE WS-JOURS-360 TO WS-NB-JOURS
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< NOUVELLES CONDITIONS : TOTAL (OU PARTIEL SOLDANT) =     *
      *      PLUS D'ECHEANCE ; PARTIEL 'M' = MEME NOMBRE D'ECHEANCES, *
      *      MENSUALITE RECALCULEE ; PARTIEL 'D' = MEME MENSUALITE,   *
      *      NOMBRE D'ECHEANCES RECALCULE                             *
      *      ---------------------------------------------------------*
       720-RECALCULER-PRET.
           COMPUTE WS-CAPITAL-SIMUL = FD-FICPRET-CAPITAL-RESTANT
                                    - WS-CAPITAL-REMB
           EVALUATE TRUE
              WHEN WS-CAPITAL-SIMUL = 0
                 MOVE FD-FICPRET-MENSUALITE TO WS-NOUV-MENSUALITE
                 MOVE 0 TO WS-NOUV-NB-RESTANT
                 ADD 1 TO CP-TOTAUX
              WHEN FD-FICDRAN-OPT-MENSUALITE
                 MOVE FD-FICPRET-NB-RESTANT TO WS-NOUV-NB-RESTANT
                 PERFORM 721-CALCULER-MENSUALITE
                 ADD 1 TO CP-PARTIELS
              WHEN OTHER
                 MOVE FD-FICPRET-MENSUALITE TO WS-NOUV-MENSUALITE
                 MOVE 0 TO WS-NOUV-NB-RESTANT
                 PERFORM 723-SIMULER-ECHEANCE
                   UNTIL WS-CAPITAL-SIMUL NOT > 0
                      OR WS-NOUV-NB-RESTANT NOT < FD-FICPRET-NB-RESTANT
                 IF WS-CAPITAL-SIMUL > 0
                    MOVE FD-FICPRET-NB-RESTANT TO WS-NOUV-NB-RESTANT
                 END-IF
                 ADD 1 TO CP-PARTIELS
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< MENSUALITE CONSTANTE SUR LE CAPITAL ET LE NOMBRE        *
      *      D'ECHEANCES RESTANTS PAR LE SERVICE FINANCIER COMMUN     *
      *      (ANNUITE, TAUX NUL = CAPITAL / DUREE, ARRONDI BANCAIRE)  *
      *      ---------------------------------------------------------*
       721-CALCULER-MENSUALITE.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-ANNUITE        TO TRUE
           MOVE WS-CAPITAL-SIMUL         TO MODULE-CAPITAL
           MOVE FD-FICPRET-TAUX          TO MODULE-TAUX
           MOVE WS-NOUV-NB-RESTANT       TO MODULE-NB-MOIS
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           PERFORM 729-APPELER-SPTP6AA
           MOVE MODULE-RESULTAT TO WS-NOUV-MENSUALITE
           .

      *    UNE ECHEANCE DE L'AMORTISSEMENT A MENSUALITE INCHANGEE,
      *    POUR COMPTER LES ECHEANCES NECESSAIRES AU NOUVEAU CAPITAL
       723-SIMULER-ECHEANCE.
           MOVE FD-FICPRET-TAUX TO WS-TAUX-CALCUL
           PERFORM 724-INTERET-MENSUEL
           COMPUTE WS-CAPITAL-SIMUL = WS-CAPITAL-SIMUL
                   + WS-PART-INTERET - WS-NOUV-MENSUALITE
           ADD 1 TO WS-NOUV-NB-RESTANT
           .

      *    INTERET D'UN MOIS SUR LE CAPITAL RESTANT DU AU TAUX
      *    WS-TAUX-CALCUL (BASE 30/360, ARRONDI BANCAIRE)
       724-INTERET-MENSUEL.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE WS-CAPITAL-SIMUL         TO MODULE-CAPITAL
           MOVE WS-TAUX-CALCUL           TO MODULE-TAUX
           MOVE 1                        TO MODULE-NB-MOIS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           PERFORM 729-APPELER-SPTP6AA
           MOVE MODULE-RESULTAT TO WS-PART-INTERET
           .

       729-APPELER-SPTP6AA.
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA PRET ' FD-FICPRET-NUMPRET
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< LE PRET REMBOURSE EST RETENU POUR LA RECOPIE DU PLAN ;  *
      *      UNE SECONDE DEMANDE LE MEME JOUR REMPLACE LA PREMIERE ;  *
      *      LA PLACE DANS LA TABLE EST ASSUREE PAR LE CONTROLE 700   *
      *      ---------------------------------------------------------*
       740-RETENIR-NOUVEAU-PLAN.
           MOVE FD-FICPRET-NUMPRET TO WS-NUMPRET-RECH
           PERFORM 751-RECH-REMB
           IF IX-RAN-TROUVE = 0
              ADD 1 TO IX-RAN-CHARG
              MOVE IX-RAN-CHARG TO IX-RAN-TROUVE
           END-IF
           MOVE FD-FICPRET-NUMPRET
             TO WS-RAN-NUMPRET (IX-RAN-TROUVE)
           COMPUTE WS-RAN-RANG-DEBUT (IX-RAN-TROUVE) =
                   WS-NB-EMISES + 1
           MOVE FD-FICPRET-CAPITAL-RESTANT
             TO WS-RAN-CAPITAL (IX-RAN-TROUVE)
           MOVE FD-FICPRET-TAUX TO WS-RAN-TAUX (IX-RAN-TROUVE)
           MOVE FD-FICPRET-MENSUALITE
             TO WS-RAN-MENSUALITE (IX-RAN-TROUVE)
           MOVE FD-FICPRET-NB-RESTANT
             TO WS-RAN-NB-RESTANT (IX-RAN-TROUVE)
           MOVE FD-FICPRET-PROCHAINE
             TO WS-RAN-PROCHAINE (IX-RAN-TROUVE)
           MOVE 'N' TO WS-RAN-ECRIT (IX-RAN-TROUVE)
           .

      *      ---------------------------------------------------------*
      *-----< FIN DES LIGNES D'UN PRET DANS FICPLAN : S'IL A ETE      *
      *      REMBOURSE, SON NOUVEAU PLAN EST ECRIT A LA SUITE         *
      *      ---------------------------------------------------------*
       750-CHERCHER-PLAN-PRECEDENT.
           IF WS-PLAN-PRECEDENT NOT = SPACES
              MOVE 0 TO IX-RAN-TROUVE
              PERFORM VARYING IX-RAN FROM 1 BY 1
                        UNTIL IX-RAN > IX-RAN-CHARG
                           OR IX-RAN-TROUVE > 0
                 IF WS-RAN-NUMPRET (IX-RAN) = WS-PLAN-PRECEDENT
                    MOVE IX-RAN TO IX-RAN-TROUVE
                 END-IF
              END-PERFORM
              IF IX-RAN-TROUVE > 0
                 AND WS-RAN-ECRIT (IX-RAN-TROUVE) NOT = 'O'
                 MOVE IX-RAN-TROUVE TO IX-RAN
                 PERFORM 760-ECRIRE-NOUVEAU-PLAN
              END-IF
           END-IF
           .

       751-RECH-REMB.
           MOVE 0 TO IX-RAN-TROUVE
           PERFORM VARYING IX-RAN FROM 1 BY 1
                     UNTIL IX-RAN > IX-RAN-CHARG
                        OR IX-RAN-TROUVE > 0
              IF WS-RAN-NUMPRET (IX-RAN) = WS-NUMPRET-RECH
                 MOVE IX-RAN TO IX-RAN-TROUVE
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< NOUVEAU PLAN : MEME REGLE QUE L'ORIGINATION, L'INTERET  *
      *      COURT SUR LE CAPITAL RESTANT, LA DERNIERE ECHEANCE SOLDE *
      *      ---------------------------------------------------------*
       760-ECRIRE-NOUVEAU-PLAN.
           MOVE 'O' TO WS-RAN-ECRIT (IX-RAN)
           MOVE WS-RAN-CAPITAL (IX-RAN) TO WS-CAPITAL-SIMUL
           MOVE WS-RAN-PROCHAINE (IX-RAN) TO WS-ECHEANCE-N
           PERFORM 761-ECHEANCE-DU-PLAN
             VARYING IX-ECH FROM 1 BY 1
               UNTIL IX-ECH > WS-RAN-NB-RESTANT (IX-RAN)
           .

       761-ECHEANCE-DU-PLAN.
           IF IX-ECH > 1
              PERFORM 730-AVANCER-UN-MOIS
           END-IF
           MOVE WS-RAN-TAUX (IX-RAN) TO WS-TAUX-CALCUL
           PERFORM 724-INTERET-MENSUEL
           IF IX-ECH = WS-RAN-NB-RESTANT (IX-RAN)
              MOVE WS-CAPITAL-SIMUL TO WS-PART-CAPITAL
              COMPUTE WS-MENSUALITE-ECH = WS-PART-CAPITAL
                      + WS-PART-INTERET
           ELSE
              MOVE WS-RAN-MENSUALITE (IX-RAN) TO WS-MENSUALITE-ECH
              COMPUTE WS-PART-CAPITAL = WS-MENSUALITE-ECH
                      - WS-PART-INTERET
           END-IF
           SUBTRACT WS-PART-CAPITAL FROM WS-CAPITAL-SIMUL
           PERFORM 633-ECRIRE-FICPLNN
           .

       730-AVANCER-UN-MOIS.
           ADD 1 TO WS-ECH-MM
           IF WS-ECH-MM > 12
              MOVE 1 TO WS-ECH-MM
              ADD 1 TO WS-ECH-SSAA
           END-IF
           IF WS-ECH-JJ > 28
              MOVE 28 TO WS-ECH-JJ
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-TAUX-IRA-LONG NOT NUMERIC
              MOVE 0 TO WS-SYSIN-TAUX-IRA-LONG
           END-IF
           IF WS-SYSIN-TAUX-IRA-COURT NOT NUMERIC
              MOVE 0 TO WS-SYSIN-TAUX-IRA-COURT
           END-IF
           IF WS-SYSIN-FRANCHISE NOT NUMERIC
              MOVE 0 TO WS-SYSIN-FRANCHISE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE DEMANDES LUES      : ' CP-LECTURE-DRAN
           DISPLAY 'NOMBRE DE DEVIS              : ' CP-DEVIS
           DISPLAY 'REMBOURSEMENTS PARTIELS      : ' CP-PARTIELS
           DISPLAY 'REMBOURSEMENTS TOTAUX        : ' CP-TOTAUX
           DISPLAY 'NOMBRE DE DEMANDES REFUSEES  : ' CP-REFUS
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS    : ' CP-MVTS-EMIS
           DISPLAY 'LIGNES DE PLAN RECOPIEES     : ' CP-PLAN-RECOPIES
           DISPLAY 'LIGNES DE PLAN REMPLACEES    : ' CP-PLAN-REMPLACES
           DISPLAY 'LIGNES DE PLAN RECALCULEES   : ' CP-PLAN-NOUVEAUX
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-DEMANDE.
           MOVE FD-FICDRAN-NUMPRET TO ED-RAN-NUMPRET
           EVALUATE TRUE
              WHEN FD-FICDRAN-DEVIS
                 MOVE 'DEVIS' TO ED-RAN-TYPE
              WHEN FD-FICDRAN-PARTIEL
                 MOVE 'PARTIEL' TO ED-RAN-TYPE
              WHEN FD-FICDRAN-TOTAL
                 MOVE 'TOTAL' TO ED-RAN-TYPE
              WHEN OTHER
                 MOVE '?' TO ED-RAN-TYPE
           END-EVALUATE
           MOVE WS-CAPITAL-REMB TO ED-RAN-CAPITAL
           MOVE WS-INTERET-COURU TO ED-RAN-COURU
           MOVE ED-LIGNE-RAN1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE WS-INDEMNITE TO ED-RAN-IRA
           MOVE WS-TOTAL-DU TO ED-RAN-TOTAL
           MOVE WS-NOUV-MENSUALITE TO ED-RAN-MENSUALITE
           MOVE WS-NOUV-NB-RESTANT TO ED-RAN-NB-RESTANT
           MOVE ED-LIGNE-RAN2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRAN ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

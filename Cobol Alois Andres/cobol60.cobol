      * BANKNITE) :                                                   *
      *   - PARCOURT LE KSDS FICDEPT ; TOUT DEPOT DONT L'ECHEANCE     *
      *     EST ARRIVEE (DATE SYSIN) EST DENOUE :                     *
      *       INTERET CONTRACTUEL = INTERET SIMPLE SUR LA DUREE EN    *
      *       MOIS, BASE 30/360, ARRONDI BANCAIRE (SERVICE FINANCIER  *
      *       COMMUN SPTP6AA)                                         *
      *   - CONSIGNE DE RENOUVELLEMENT HONOREE : LE DEPOT RENOUVELE   *
      *     CAPITALISE SON INTERET (MOUVEMENT 'I' SUR LE DEPOT) ET    *
      *     SON ECHEANCE AVANCE D'UNE DUREE                           *
      *     APPARIEE PAR COBTPVIR ; LES CONDITIONS SONT SOLDEES       *
      *   - LES MOUVEMENTS PARTENT DANS FICMVTT, INJECTES PAR LA      *
      *     CONSOLIDATION COBTPCON EN CANAL 'T'                       *
      *   - L'INTERET CAPITALISE EST CUMULE DANS LES CONDITIONS POUR  *
      *     LA REPRISE EN CAS DE RUPTURE ANTICIPEE (COBTPDAT)         *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ) PUIS MODE (COLONNE 9) : *
      *   - BLANC : TRAITEMENT NORMAL                                 *
      *   - 'C'   : COMPARAISON, L'INTERET DE CHAQUE DEPOT DU FICHIER *
      *     EST CALCULE PAR LE SERVICE ET PAR L'ANCIENNE FORMULE ;    *
      *     LES DEPOTS DONT LE RESULTAT CHANGE SONT EDITES SUR        *
      *     FICETAT. FICDEPT EST LU SANS MISE A JOUR ET AUCUN         *
      *     MOUVEMENT N'EST EMIS                                      *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CUMUL DES INTERETS CAPITALISES   *
      *          |          |      | AU RENOUVELLEMENT                *
      * 15/10/26 |  ALOIS.A |      | INTERET CALCULE PAR LE SERVICE   *
      *          |          |      | FINANCIER COMMUN SPTP6AA (30/360 *
      *          |          |      | ARRONDI BANCAIRE) - MODE         *
      *          |          |      | COMPARAISON (SYSIN 'C') AVEC     *
      *          |          |      | L'ANCIENNE FORMULE SUR FICETAT   *
      *===============================================================*

       ENVIRONMENT DIVISION.
         05 FD-FICDEPT-DATE-ECHEANCE  PIC 9(08).
         05 FD-FICDEPT-RENOUVELLEMENT PIC X(01).
           88 FD-FICDEPT-RENOUVELABLE     VALUE 'O'.
         05 FD-FICDEPT-INTERET-CAPIT  PIC S9(09)V99 COMP-3.
         05 FILLER                    PIC X(22).

       FD FICMVTT
           RECORDING MODE IS F.
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-COMPARAISON    VALUE 'C'.

      *      ---------------------------------------------------------*
      *-----< CALCULS DU DENOUEMENT                                   *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-CALCUL.
         05   WS-INTERET         PIC 9(08)V99.
         05   WS-INTERET-ANCIEN  PIC 9(08)V99.
         05   WS-CAPITAL-INTERET PIC 9(08)V99.
         05   WS-REFERENCE       PIC X(10).

       01     WS-QUOTIENT        PIC S9(06) COMP.
       01     WS-RESTE           PIC S9(06) COMP.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL          *
      *      ---------------------------------------------------------*
       COPY CCOMPAR.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
           PERFORM 200-DEPOT
             UNTIL FD-FICDEPT-NUMCPT = HIGH-VALUE

           IF WS-MODE-COMPARAISON
              PERFORM 809-TRAILER-COMPARAISON
           END-IF
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
      *-----< DEPOT                                                   *
      *      ---------------------------------------------------------*
       200-DEPOT.
           IF WS-MODE-COMPARAISON
              PERFORM 700-CALCULER-INTERET
              PERFORM 706-COMPARER-INTERET
           ELSE
              IF FD-FICDEPT-DATE-ECHEANCE NOT > WS-SYSIN-DATE
                 PERFORM 700-CALCULER-INTERET
                 IF FD-FICDEPT-RENOUVELABLE
                    PERFORM 710-RENOUVELER-DEPOT
                 ELSE
                    PERFORM 720-DENOUER-DEPOT
                 END-IF
              END-IF
           END-IF
           PERFORM 611-LIRE-FICDEPT
      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
      *    EN COMPARAISON FICDEPT EST OUVERT EN LECTURE SEULE ET
      *    FICMVTT EST OUVERT PUIS FERME VIDE
       600-OUVRIR-FICHIERS.
           IF WS-MODE-COMPARAISON
              OPEN INPUT FICDEPT
           ELSE
              OPEN I-O FICDEPT
           END-IF
           IF FS-FICDEPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEPT   FS-FICDEPT = '
                      FS-FICDEPT
      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    INTERET SIMPLE SUR LA DUREE EN MOIS (BASE 30/360), ARRONDI
      *    BANCAIRE, PAR LE SERVICE FINANCIER COMMUN
       700-CALCULER-INTERET.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE FD-FICDEPT-MONTANT       TO MODULE-CAPITAL
           MOVE FD-FICDEPT-TAUX          TO MODULE-TAUX
           MOVE FD-FICDEPT-DUREE         TO MODULE-NB-MOIS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA DEPOT ' FD-FICDEPT-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-INTERET
           COMPUTE WS-CAPITAL-INTERET = FD-FICDEPT-MONTANT
                   + WS-INTERET
           MOVE SPACES TO WS-REFERENCE
           END-STRING
           .

      *      ---------------------------------------------------------*
      *-----< ANCIENNE FORMULE, CONSERVEE POUR LA COMPARAISON :       *
      *      MONTANT * TAUX * DUREE / 1200, ARRONDI COMMERCIAL        *
      *      ---------------------------------------------------------*
       705-CALCUL-INTERET-ANCIEN.
           COMPUTE WS-INTERET-ANCIEN ROUNDED = FD-FICDEPT-MONTANT
                   * FD-FICDEPT-TAUX * FD-FICDEPT-DUREE / 1200
           .

       706-COMPARER-INTERET.
           PERFORM 705-CALCUL-INTERET-ANCIEN
           ADD 1 TO CMP-NB-EXAMINES
           IF WS-INTERET NOT = WS-INTERET-ANCIEN
              MOVE WS-INTERET-ANCIEN TO CMP-ANCIEN
              MOVE WS-INTERET        TO CMP-NOUVEAU
              PERFORM 808-LIGNE-COMPARAISON
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RENOUVELLEMENT : L'INTERET EST CAPITALISE SUR LE DEPOT  *
      *      ET L'ECHEANCE AVANCE D'UNE DUREE                         *
       710-RENOUVELER-DEPOT.
           PERFORM 730-EMETTRE-INTERET
           ADD WS-INTERET TO FD-FICDEPT-MONTANT
           IF FD-FICDEPT-INTERET-CAPIT NOT NUMERIC
              MOVE 0 TO FD-FICDEPT-INTERET-CAPIT
           END-IF
           ADD WS-INTERET TO FD-FICDEPT-INTERET-CAPIT
           MOVE FD-FICDEPT-DATE-ECHEANCE TO WS-ECHEANCE-N
           COMPUTE WS-MOIS-ABS = (WS-ECH-SSAA * 12)
                   + WS-ECH-MM - 1 + FD-FICDEPT-DUREE
           .

       799-RECUP-SYSIN.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           .

           DISPLAY 'NOMBRE DE DEPOTS DENOUES     : ' CP-DENOUES
           DISPLAY 'NOMBRE DE DEPOTS RENOUVELES  : ' CP-RENOUVELES
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS    : ' CP-MVTS-EMIS
           IF WS-MODE-COMPARAISON
              DISPLAY 'MODE COMPARAISON - EXAMINES  : ' CMP-NB-EXAMINES
              DISPLAY 'MODE COMPARAISON - MODIFIES  : ' CMP-NB-MODIFIES
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           IF WS-MODE-COMPARAISON
              MOVE 'COBTPMAT'                TO ED-CMP-PROGRAMME
              MOVE 'INTERETS DES DEPOTS A TERME' TO ED-CMP-OBJET
              MOVE ED-CMP-ENTETE1 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE ED-CMP-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       804-LIGNE-DENOUEMENT.
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : UNE LIGNE PAR DEPOT DONT L'INTERET        *
      *      CHANGE, PUIS LES TOTAUX                                  *
      *      ---------------------------------------------------------*
       808-LIGNE-COMPARAISON.
           ADD 1 TO CMP-NB-MODIFIES
           COMPUTE CMP-ECART = CMP-NOUVEAU - CMP-ANCIEN
           ADD CMP-ECART TO CMP-ECART-CUMUL
           MOVE FD-FICDEPT-NUMCPT TO ED-CMP-NUMCPT
           MOVE 'INTERET'         TO ED-CMP-RUBRIQUE
           MOVE CMP-ANCIEN        TO ED-CMP-ANCIEN
           MOVE CMP-NOUVEAU       TO ED-CMP-NOUVEAU
           MOVE CMP-ECART         TO ED-CMP-ECART
           MOVE ED-CMP-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       809-TRAILER-COMPARAISON.
           MOVE CMP-NB-EXAMINES TO ED-CMP-NB-EXAMINES
           MOVE ED-CMP-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE CMP-NB-MODIFIES TO ED-CMP-NB-MODIFIES
           MOVE ED-CMP-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE CMP-ECART-CUMUL TO ED-CMP-ECART-CUMUL
           MOVE ED-CMP-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPMAT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *   - ECRIT LE PRET DANS LE MAITRE KSDS FICPRET ; LES           *
      *     ECHEANCES SONT EMISES CHAQUE MOIS PAR COBTPECH DANS LE    *
      *     FLUX DES ORDRES PERMANENTS (CANAL 'O')                    *
      * MENSUALITE ET INTERETS DU PLAN SONT CALCULES PAR LE SERVICE   *
      * FINANCIER COMMUN SPTP6AA (ARRONDI BANCAIRE).                  *
      * SYSIN : MODE (BLANC = NORMAL, 'C' = COMPARAISON : POUR CHAQUE *
      * DEMANDE, MENSUALITE ET TOTAL DES INTERETS DU PLAN SONT        *
      * CALCULES PAR LE SERVICE ET PAR L'ANCIENNE FORMULE ; LES PRETS *
      * DONT LE RESULTAT CHANGE SONT EDITES SUR FICETAT, AUCUN PRET   *
      * NI PLAN N'EST ECRIT).                                         *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | ZONES DE RECOUVREMENT SUR        *
      *          |          |      | FICPRET (STADE, DATE, PRESENTE)  *
      * 15/10/26 |  ALOIS.A |      | MENSUALITE ET INTERETS DU PLAN   *
      *          |          |      | PAR LE SERVICE FINANCIER COMMUN  *
      *          |          |      | SPTP6AA (ARRONDI BANCAIRE) -     *
      *          |          |      | SYSIN MODE 'C' : COMPARAISON     *
      *          |          |      | AVEC L'ANCIENNE FORMULE          *
      *===============================================================*

       ENVIRONMENT DIVISION.
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
         05   FS-FICDPRT         PIC X(2).
         05   FS-FICPRET         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (MODE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-COMPARAISON    VALUE 'C'.

      *      ---------------------------------------------------------*
      *-----< CALCUL DE L'ANNUITE : MENSUALITE = C * I * F / (F - 1)  *
      *      AVEC I = TAUX MENSUEL ET F = (1 + I) PUISSANCE N         *
         05   WS-CAPITAL-RESTANT PIC S9(09)V99 COMP-3.
         05   WS-PART-INTERET    PIC 9(08)V99.
         05   WS-PART-CAPITAL    PIC 9(08)V99.
         05   WS-TOTAL-INTERETS  PIC 9(09)V99.
         05   IX-ECH             PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< FORMULE EN COURS (L'ANCIENNE N'EST PLUS EMPLOYEE QU'EN  *
      *      MODE COMPARAISON) ET RESULTATS DE L'ANCIENNE FORMULE     *
      *      ---------------------------------------------------------*
       01     WS-FORMULE         PIC X VALUE 'S'.
         88   WS-FORMULE-SERVICE     VALUE 'S'.
         88   WS-FORMULE-ANCIENNE    VALUE 'A'.
       01     WS-MENSUALITE-ANCIEN PIC 9(08)V99.
       01     WS-TOTAL-INTERETS-ANCIEN PIC 9(09)V99.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL          *
      *      ---------------------------------------------------------*
       COPY CCOMPAR.

      *      ---------------------------------------------------------*
      *-----< DATE DES ECHEANCES DU PLAN                              *
      *      ---------------------------------------------------------*
      *-----< ORIGINATION                                             *
      *      ---------------------------------------------------------*
       100-ORIGINATION.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICDPRT
           PERFORM 200-DEMANDE
             UNTIL FS-FICDPRT = '10'

           IF WS-MODE-COMPARAISON
              PERFORM 809-TRAILER-COMPARAISON
           END-IF
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
      *      ---------------------------------------------------------*
       200-DEMANDE.
           PERFORM 700-CONTROLER-DEMANDE
           IF WS-MODE-COMPARAISON
              IF WS-DPRT-OK
                 PERFORM 740-COMPARER-PRET
              END-IF
           ELSE
              IF WS-DPRT-OK
                 PERFORM 710-CALCULER-MENSUALITE
                 PERFORM 720-CONSTRUIRE-PLAN
                 PERFORM 630-ECRIRE-FICPRET
                 MOVE 'OK' TO ED-PRT-STATUT
                 ADD 1 TO CP-PRETS-ORIGINES
              ELSE
                 MOVE 'REFUSE' TO ED-PRT-STATUT
                 ADD 1 TO CP-REJETS
              END-IF
              PERFORM 804-LIGNE-PRET
           END-IF
           PERFORM 610-LIRE-FICDPRT
           .

                      FS-FICDPRT
              PERFORM 999-ARRET-PROGRAMME
           END-IF
      *    EN COMPARAISON LE MAITRE DES PRETS EST OUVERT EN LECTURE
      *    SEULE ET FICPLAN EST OUVERT PUIS FERME VIDE
           IF WS-MODE-COMPARAISON
              OPEN INPUT FICPRET
           ELSE
              OPEN I-O FICPRET
           END-IF
           IF FS-FICPRET NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPRET   FS-FICPRET = '
                      FS-FICPRET
              OR FD-FICDPRT-NUMCPT = SPACES
              MOVE 'N' TO WS-DPRT-VALIDE
           END-IF
      *    LE DOUBLON N'EST PAS RECHERCHE EN COMPARAISON : LA DEMANDE
      *    PEUT AVOIR ETE ORIGINEE PAR LE PASSAGE NORMAL
           IF WS-DPRT-OK
              AND NOT WS-MODE-COMPARAISON
              MOVE FD-FICDPRT-NUMPRET TO FD-FICPRET-NUMPRET
              READ FICPRET
              IF FS-FICPRET = 00
           .

      *      ---------------------------------------------------------*
      *-----< MENSUALITE CONSTANTE PAR LE SERVICE FINANCIER COMMUN    *
      *      (ANNUITE, TAUX NUL = CAPITAL / DUREE, ARRONDI BANCAIRE)  *
      *      ---------------------------------------------------------*
       710-CALCULER-MENSUALITE.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-ANNUITE        TO TRUE
           MOVE FD-FICDPRT-CAPITAL       TO MODULE-CAPITAL
           MOVE FD-FICDPRT-TAUX          TO MODULE-TAUX
           MOVE FD-FICDPRT-DUREE         TO MODULE-NB-MOIS
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA PRET ' FD-FICDPRT-NUMPRET
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-MENSUALITE
           .

      *      ---------------------------------------------------------*
      *-----< ANCIENNE FORMULE, CONSERVEE POUR LA COMPARAISON         *
      *      ---------------------------------------------------------*
       715-CALCULER-MENSUALITE-ANC.
           IF FD-FICDPRT-TAUX = 0
              COMPUTE WS-MENSUALITE ROUNDED =
                      FD-FICDPRT-CAPITAL / FD-FICDPRT-DUREE
      *      ---------------------------------------------------------*
       720-CONSTRUIRE-PLAN.
           MOVE FD-FICDPRT-CAPITAL TO WS-CAPITAL-RESTANT
           MOVE 0 TO WS-TOTAL-INTERETS
           MOVE FD-FICDPRT-DATE TO WS-ECHEANCE-N
           PERFORM 721-ECHEANCE-DU-PLAN
             VARYING IX-ECH FROM 1 BY 1

       721-ECHEANCE-DU-PLAN.
           PERFORM 730-AVANCER-UN-MOIS
           PERFORM 722-INTERET-ECHEANCE
           ADD WS-PART-INTERET TO WS-TOTAL-INTERETS
           IF IX-ECH = FD-FICDPRT-DUREE
              MOVE WS-CAPITAL-RESTANT TO WS-PART-CAPITAL
              COMPUTE WS-MENSUALITE-ECH = WS-PART-CAPITAL
                      - WS-PART-INTERET
           END-IF
           SUBTRACT WS-PART-CAPITAL FROM WS-CAPITAL-RESTANT
           IF NOT WS-MODE-COMPARAISON
              PERFORM 631-ECRIRE-FICPLAN
           END-IF
           .

      *    INTERET D'UN MOIS SUR LE CAPITAL RESTANT DU (BASE 30/360) ;
      *    L'ANCIENNE FORMULE N'EST PLUS EMPLOYEE QU'EN COMPARAISON
       722-INTERET-ECHEANCE.
           IF WS-FORMULE-ANCIENNE
              COMPUTE WS-PART-INTERET ROUNDED =
                      WS-CAPITAL-RESTANT * FD-FICDPRT-TAUX / 1200
           ELSE
              INITIALIZE MODULE-FINANCIER
              SET MODULE-OPE-INTERET        TO TRUE
              MOVE WS-CAPITAL-RESTANT       TO MODULE-CAPITAL
              MOVE FD-FICDPRT-TAUX          TO MODULE-TAUX
              MOVE 1                        TO MODULE-NB-MOIS
              SET MODULE-BASE-30-360        TO TRUE
              SET MODULE-INTERET-SIMPLE     TO TRUE
              SET MODULE-ARRONDI-BANCAIRE   TO TRUE
              CALL 'SPTP6AA' USING MODULE-COMMAREA
              IF NOT MODULE-RETOUR-OK
                 DISPLAY 'ERREUR SPTP6AA PRET ' FD-FICDPRT-NUMPRET
                         ' MODULE-RETOUR = ' MODULE-RETOUR
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              MOVE MODULE-RESULTAT TO WS-PART-INTERET
           END-IF
           .

       730-AVANCER-UN-MOIS.
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : LE PLAN EST CONSTRUIT EN MEMOIRE AVEC     *
      *      L'ANCIENNE FORMULE PUIS AVEC LE SERVICE ; MENSUALITE ET  *
      *      TOTAL DES INTERETS SONT RAPPROCHES                       *
      *      ---------------------------------------------------------*
       740-COMPARER-PRET.
           SET WS-FORMULE-ANCIENNE TO TRUE
           PERFORM 715-CALCULER-MENSUALITE-ANC
           PERFORM 720-CONSTRUIRE-PLAN
           MOVE WS-MENSUALITE     TO WS-MENSUALITE-ANCIEN
           MOVE WS-TOTAL-INTERETS TO WS-TOTAL-INTERETS-ANCIEN
           SET WS-FORMULE-SERVICE TO TRUE
           PERFORM 710-CALCULER-MENSUALITE
           PERFORM 720-CONSTRUIRE-PLAN
           ADD 1 TO CMP-NB-EXAMINES
           IF WS-MENSUALITE NOT = WS-MENSUALITE-ANCIEN
              MOVE WS-MENSUALITE-ANCIEN TO CMP-ANCIEN
              MOVE WS-MENSUALITE        TO CMP-NOUVEAU
              MOVE 'MENSUALITE'         TO ED-CMP-RUBRIQUE
              PERFORM 808-LIGNE-COMPARAISON
           END-IF
           IF WS-TOTAL-INTERETS NOT = WS-TOTAL-INTERETS-ANCIEN
              MOVE WS-TOTAL-INTERETS-ANCIEN TO CMP-ANCIEN
              MOVE WS-TOTAL-INTERETS        TO CMP-NOUVEAU
              MOVE 'INTERETS'               TO ED-CMP-RUBRIQUE
              PERFORM 808-LIGNE-COMPARAISON
           END-IF
           .

       799-RECUP-SYSIN.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE DE PRETS ORIGINES     : ' CP-PRETS-ORIGINES
           DISPLAY 'NOMBRE D ECHEANCES PLANIFIEES: ' CP-ECHEANCES-PLAN
           DISPLAY 'NOMBRE DE DEMANDES REFUSEES  : ' CP-REJETS
           IF WS-MODE-COMPARAISON
              DISPLAY 'MODE COMPARAISON - EXAMINES  : ' CMP-NB-EXAMINES
              DISPLAY 'MODE COMPARAISON - MODIFIES  : ' CMP-NB-MODIFIES
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           IF WS-MODE-COMPARAISON
              MOVE 'COBTPPRT'                TO ED-CMP-PROGRAMME
              MOVE 'PRETS A LA CONSOMMATION' TO ED-CMP-OBJET
              MOVE ED-CMP-ENTETE1 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE ED-CMP-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       804-LIGNE-PRET.
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : UNE LIGNE PAR RESULTAT QUI CHANGE         *
      *      (RUBRIQUE POSITIONNEE PAR L'APPELANT), PUIS LES TOTAUX   *
      *      ---------------------------------------------------------*
       808-LIGNE-COMPARAISON.
           ADD 1 TO CMP-NB-MODIFIES
           COMPUTE CMP-ECART = CMP-NOUVEAU - CMP-ANCIEN
           ADD CMP-ECART TO CMP-ECART-CUMUL
           MOVE FD-FICDPRT-NUMPRET TO ED-CMP-NUMCPT
           MOVE CMP-ANCIEN         TO ED-CMP-ANCIEN
           MOVE CMP-NOUVEAU        TO ED-CMP-NOUVEAU
           MOVE CMP-ECART          TO ED-CMP-ECART
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
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPPRT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

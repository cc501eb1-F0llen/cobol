      *     VENTILE AINSI CAPITAL ET INTERET DANS L'INTERFACE GL      *
      *   - LE CAPITAL RESTANT, LA PROCHAINE ECHEANCE ET LE NOMBRE    *
      *     D'ECHEANCES RESTANTES AVANCENT SUR LE MAITRE FICPRET      *
      *   - RECOUVREMENT : CHAQUE NOUVEL IMPAYE PORTE DES FRAIS DE    *
      *     RETARD ('F', REFERENCE 'PEN...') ; 1ER IMPAYE = RELANCE   *
      *     (LETTRE 'REL1'), 2EME = MISE EN DEMEURE ('MDEM'), AU      *
      *     SEUIL SYSIN = CONTENTIEUX ('CTX ') : PLUS D'ECHEANCE      *
      *     NORMALE, PRET SUR LA LISTE CONTENTIEUX (FICCTX) DU        *
      *     SERVICE RECOUVREMENT. LES EVENEMENTS LETTRES SONT DEPOSES *
      *     DANS FICLETRQ POUR COBTPLET                               *
      *   - UN ARRIERE EST REPRESENTE CHAQUE JOUR (UNE MENSUALITE,    *
      *     'R' REFERENCE 'ARR...') ; PRESENTE SANS REJET LE          *
      *     LENDEMAIN, IL EST REGLE : L'IMPAYE EST DECOMPTE ET LE     *
      *     STADE RETOMBE A L'AMIABLE QUAND IL N'EN RESTE PLUS (LE    *
      *     CONTENTIEUX RESTE A LA MAIN DU SERVICE RECOUVREMENT)      *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ) + FRAIS DE RETARD       *
      *         9(05)V99 + NOMBRE D'IMPAYES DU CONTENTIEUX 99         *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | COMPTE (LE REJET 'D' PORTE LE    *
      *          |          |      | NET DU JOUR, PAS LA MENSUALITE)  *
      *          |          |      | ET SIGNALE COMME PRESUME         *
      * 15/10/26 |  ALOIS.A |      | RECOUVREMENT DES IMPAYES :       *
      *          |          |      | RELANCE, MISE EN DEMEURE, FRAIS  *
      *          |          |      | DE RETARD, CONTENTIEUX (FICCTX), *
      *          |          |      | REPRESENTATION DES ARRIERES ;    *
      *          |          |      | IMPAYE COMPTE SEULEMENT SI UNE   *
      *          |          |      | ECHEANCE A ETE PRESENTEE         *
      * 15/10/26 |  ALOIS.A |      | INTERET DE L'ECHEANCE PAR LE     *
      *          |          |      | SERVICE FINANCIER SPTP6AA        *
      *          |          |      | (ARRONDI BANCAIRE)               *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FICREJ ASSIGN TO FICREJ
                  FILE STATUS IS FS-FICREJ.
           SELECT FICMVTL ASSIGN TO FICMVTL.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICCTX ASSIGN TO FICCTX.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
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

       FD FICREJ
           RECORDING MODE IS F.
         05   FD-FICMVTL-PRODUIT PIC X(01).
         05   FILLER            PIC X(19).

      *    EVENEMENT NORMALISE POUR L'EDITEUR DE LETTRES COBTPLET
       FD FICLETRQ
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FILLER            PIC X(40).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    LISTE CONTENTIEUX DU SERVICE RECOUVREMENT
       FD FICCTX
           RECORDING MODE IS F.
       01     FD-FICCTX.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-FRAIS-RETARD PIC 9(05)V99.
         05   WS-SYSIN-SEUIL-CTX PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< CALCUL DE L'ECHEANCE COURANTE                           *
         05   WS-PART-INTERET    PIC 9(08)V99.
         05   WS-PART-CAPITAL    PIC 9(08)V99.
         05   WS-REFERENCE       PIC X(10).
         05   WS-ARRIERE         PIC 9(09)V99.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< AVANCEMENT DE L'ECHEANCE                                *
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-IMPAYES         PIC 9(4) COMP VALUE 0.
         05   CP-PRETS-SOLDES    PIC 9(4) COMP VALUE 0.
         05   CP-ARRIERES-REGLES PIC 9(4) COMP VALUE 0.
         05   CP-ARRIERES-REPRES PIC 9(4) COMP VALUE 0.
         05   CP-RELANCES        PIC 9(4) COMP VALUE 0.
         05   CP-MISES-DEMEURE   PIC 9(4) COMP VALUE 0.
         05   CP-CONTENTIEUX     PIC 9(4) COMP VALUE 0.
         05   CP-NOUV-CONTENTIEUX PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
         05   ED-IMP-MENSUALITE  PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(11) VALUE '  IMPAYES :'.
         05   ED-IMP-NB          PIC Z9.
         05   FILLER             PIC X(01).
         05   ED-IMP-STADE       PIC X(08).

       01     ED-ENTETE-CTX.
         05   FILLER PIC X(44)
               VALUE 'PRETS AU CONTENTIEUX - SERVICE RECOUVREMENT '.
         05   FILLER PIC X(04) VALUE 'AU  '.
         05   ED-CTX-DATE-JOUR   PIC 9(08).

       01     ED-LIGNE-CTX.
         05   ED-CTX-NUMPRET     PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-CTX-NUMCPT      PIC X(10).
         05   FILLER             PIC X(04) VALUE ' DU '.
         05   ED-CTX-DATE        PIC X(08).
         05   FILLER             PIC X(05) VALUE ' IMP '.
         05   ED-CTX-NB          PIC Z9.
         05   FILLER             PIC X(05) VALUE ' ARR '.
         05   ED-CTX-ARRIERE     PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(04) VALUE ' CR '.
         05   ED-CTX-CAPITAL     PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CTX-NOUVEAU     PIC X(07).

       PROCEDURE DIVISION.
      *===============================================================*
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 805-ENTETE-FICCTX
           PERFORM 610-DEMARRER-FICPRET
           PERFORM 611-LIRE-FICPRET

           .

      *      ---------------------------------------------------------*
      *-----< PRET : IMPAYE OU REGLEMENT DE LA VEILLE, STADE DE       *
      *      RECOUVREMENT, PUIS ARRIERE ET ECHEANCE DU JOUR (AUCUNE   *
      *      PRESENTATION AU CONTENTIEUX)                             *
      *      ---------------------------------------------------------*
       200-PRET.
           PERFORM 700-CONTROLER-IMPAYE
           MOVE SPACE TO FD-FICPRET-PRESENTE
           IF NOT FD-FICPRET-CONTENTIEUX
              IF FD-FICPRET-NB-IMPAYES > 0
                 PERFORM 705-REPRESENTER-ARRIERE
              END-IF
              IF FD-FICPRET-NB-RESTANT > 0
                 AND FD-FICPRET-PROCHAINE NOT > WS-SYSIN-DATE
                 PERFORM 710-EMETTRE-ECHEANCE
              END-IF
           END-IF
           REWRITE FD-ENREG-FICPRET
           IF FD-FICPRET-CONTENTIEUX
              PERFORM 806-LIGNE-CONTENTIEUX
           END-IF
           PERFORM 611-LIRE-FICPRET
           .
           END-IF
           PERFORM 630-CHARGER-FICREJ
           OPEN OUTPUT FICMVTL
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICCTX
           .

       610-DEMARRER-FICPRET.
       620-FERMER-FICHIERS.
           CLOSE FICPRET
           CLOSE FICMVTL
           CLOSE FICLETRQ
           CLOSE FICETAT
           CLOSE FICCTX
           .

      *      ---------------------------------------------------------*
           ADD 1 TO CP-MVTS-EMIS
           .

      *      ---------------------------------------------------------*
      *-----< EVENEMENT LETTRE DE RECOUVREMENT (MODELE DEJA GARNI)    *
      *      ---------------------------------------------------------*
       633-ECRIRE-FICLETRQ.
           MOVE FD-FICPRET-NUMCPT TO FD-FICLETRQ-NUMCPT
           MOVE SPACES TO FD-FICLETRQ-NUMCLI
           MOVE WS-SYSIN-DATE TO FD-FICLETRQ-DATE
           COMPUTE WS-ARRIERE = FD-FICPRET-MENSUALITE
                              * FD-FICPRET-NB-IMPAYES
           MOVE WS-ARRIERE TO FD-FICLETRQ-MONTANT
           WRITE FD-FICLETRQ
           .

      *      ---------------------------------------------------------*
      *-----< FRAIS DE RETARD SUR LE COMPTE DEBITE, UN PAR IMPAYE     *
      *      ---------------------------------------------------------*
       634-ECRIRE-FRAIS-RETARD.
           MOVE SPACES TO WS-REFERENCE
           STRING 'PEN' FD-FICPRET-NUMPRET (4:7)
                  DELIMITED BY SIZE INTO WS-REFERENCE
           END-STRING
           MOVE SPACES TO FD-FICMVTL
           MOVE FD-FICPRET-NUMCPT TO FD-FICMVTL-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICMVTL-DATE
           MOVE 'F' TO FD-FICMVTL-CODE
           MOVE WS-SYSIN-FRAIS-RETARD TO FD-FICMVTL-MONTANT
           MOVE 'EUR' TO FD-FICMVTL-DEVISE
           MOVE WS-REFERENCE TO FD-FICMVTL-REFERENCE
           PERFORM 632-ECRIRE-MOUVEMENT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *-----< L'ECHEANCE DE LA VEILLE A-T-ELLE ETE REJETEE POUR       *
      *      DECOUVERT ? LE REJET MOTIF 'D' DE LA FUSION PORTE LE     *
      *      NET DU JOUR DU COMPTE, PAS LA MENSUALITE : SEUL LE       *
      *      COMPTE EST RAPPROCHABLE, L'IMPAYE EST DONC PRESUME ; IL  *
      *      N'EST COMPTE QUE SI UNE ECHEANCE A ETE PRESENTEE. UN     *
      *      ARRIERE PRESENTE SANS REJET EST REGLE                    *
      *      ---------------------------------------------------------*
       700-CONTROLER-IMPAYE.
           MOVE 0 TO IX-REJ-CPT
               UNTIL IX-REJ > IX-REJ-CHARG
                  OR IX-REJ-CPT > 0
           IF IX-REJ-CPT > 0
              IF FD-FICPRET-PRES-ECHEANCE
                 ADD 1 TO FD-FICPRET-NB-IMPAYES
                 ADD 1 TO CP-IMPAYES
                 IF WS-SYSIN-FRAIS-RETARD > 0
                    PERFORM 634-ECRIRE-FRAIS-RETARD
                 END-IF
                 PERFORM 702-STADE-RECOUVREMENT
                 PERFORM 804-LIGNE-IMPAYE
              END-IF
           ELSE
              IF FD-FICPRET-PRES-ARRIERE
                 AND FD-FICPRET-NB-IMPAYES > 0
                 SUBTRACT 1 FROM FD-FICPRET-NB-IMPAYES
                 ADD 1 TO CP-ARRIERES-REGLES
                 IF FD-FICPRET-NB-IMPAYES = 0
                    AND NOT FD-FICPRET-CONTENTIEUX
                    SET FD-FICPRET-AMIABLE TO TRUE
                    MOVE WS-SYSIN-DATE TO FD-FICPRET-DATE-RECOUVR
                 END-IF
                 MOVE 'REGLE' TO ED-IMP-STADE
                 PERFORM 804-LIGNE-IMPAYE
              END-IF
           END-IF
           .

           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< STADE DE RECOUVREMENT APRES UN NOUVEL IMPAYE : SEUIL    *
      *      ATTEINT = CONTENTIEUX, SINON RELANCE PUIS MISE EN        *
      *      DEMEURE ; CHAQUE CHANGEMENT DE STADE EMET SA LETTRE      *
      *      ---------------------------------------------------------*
       702-STADE-RECOUVREMENT.
           MOVE SPACES TO FD-FICLETRQ
           EVALUATE TRUE
              WHEN FD-FICPRET-CONTENTIEUX
                 CONTINUE
              WHEN FD-FICPRET-NB-IMPAYES NOT < WS-SYSIN-SEUIL-CTX
                 SET FD-FICPRET-CONTENTIEUX TO TRUE
                 MOVE 'CTX ' TO FD-FICLETRQ-MODELE
                 ADD 1 TO CP-NOUV-CONTENTIEUX
              WHEN FD-FICPRET-AMIABLE
                 SET FD-FICPRET-RELANCE TO TRUE
                 MOVE 'REL1' TO FD-FICLETRQ-MODELE
                 ADD 1 TO CP-RELANCES
              WHEN FD-FICPRET-RELANCE
                 SET FD-FICPRET-DEMEURE TO TRUE
                 MOVE 'MDEM' TO FD-FICLETRQ-MODELE
                 ADD 1 TO CP-MISES-DEMEURE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF FD-FICLETRQ-MODELE NOT = SPACES
              MOVE WS-SYSIN-DATE TO FD-FICPRET-DATE-RECOUVR
              PERFORM 633-ECRIRE-FICLETRQ
           END-IF
           EVALUATE TRUE
              WHEN FD-FICPRET-RELANCE
                 MOVE 'RELANCE' TO ED-IMP-STADE
              WHEN FD-FICPRET-DEMEURE
                 MOVE 'DEMEURE' TO ED-IMP-STADE
              WHEN FD-FICPRET-CONTENTIEUX
                 MOVE 'CONTENT.' TO ED-IMP-STADE
              WHEN OTHER
                 MOVE 'PRESUME' TO ED-IMP-STADE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< REPRESENTATION D'UN ARRIERE (UNE MENSUALITE) SUR LE     *
      *      COMPTE DEBITE ; SON SORT EST CONSTATE LE LENDEMAIN       *
      *      ---------------------------------------------------------*
       705-REPRESENTER-ARRIERE.
           MOVE SPACES TO WS-REFERENCE
           STRING 'ARR' FD-FICPRET-NUMPRET (4:7)
                  DELIMITED BY SIZE INTO WS-REFERENCE
           END-STRING
           MOVE SPACES TO FD-FICMVTL
           MOVE FD-FICPRET-NUMCPT TO FD-FICMVTL-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICMVTL-DATE
           MOVE 'R' TO FD-FICMVTL-CODE
           MOVE FD-FICPRET-MENSUALITE TO FD-FICMVTL-MONTANT
           MOVE 'EUR' TO FD-FICMVTL-DEVISE
           MOVE WS-REFERENCE TO FD-FICMVTL-REFERENCE
           MOVE 'L' TO FD-FICMVTL-PRODUIT
           PERFORM 632-ECRIRE-MOUVEMENT
           MOVE 'A' TO FD-FICPRET-PRESENTE
           ADD 1 TO CP-ARRIERES-REPRES
           .

      *      ---------------------------------------------------------*
      *-----< EMISSION DE LA MENSUALITE EN DEUX MOUVEMENTS 'R' :      *
      *      PART CAPITAL (PRODUIT 'L') ET PART INTERET (PRODUIT 'M') *
      *      POUR LA VENTILATION COMPTABLE ; INTERET D'UN MOIS SUR    *
      *      LE CAPITAL RESTANT DU PAR LE SERVICE FINANCIER COMMUN    *
      *      (30/360, ARRONDI BANCAIRE), COMME LE PLAN DE COBTPPRT    *
      *      ---------------------------------------------------------*
       710-EMETTRE-ECHEANCE.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE FD-FICPRET-CAPITAL-RESTANT TO MODULE-CAPITAL
           MOVE FD-FICPRET-TAUX          TO MODULE-TAUX
           MOVE 1                        TO MODULE-NB-MOIS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA PRET ' FD-FICPRET-NUMPRET
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-PART-INTERET
           IF FD-FICPRET-NB-RESTANT = 1
              MOVE FD-FICPRET-CAPITAL-RESTANT TO WS-PART-CAPITAL
           ELSE
              ADD 1 TO WS-ECH-SSAA
           END-IF
           MOVE WS-ECHEANCE-N TO FD-FICPRET-PROCHAINE
           IF FD-FICPRET-PRESENTE = 'A'
              MOVE 'B' TO FD-FICPRET-PRESENTE
           ELSE
              MOVE 'E' TO FD-FICPRET-PRESENTE
           END-IF
           ADD 1 TO CP-ECHEANCES-EMISES
           IF FD-FICPRET-NB-RESTANT = 0
              ADD 1 TO CP-PRETS-SOLDES

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-FRAIS-RETARD NOT NUMERIC
              MOVE 0 TO WS-SYSIN-FRAIS-RETARD
           END-IF
           IF WS-SYSIN-SEUIL-CTX NOT NUMERIC
              OR WS-SYSIN-SEUIL-CTX = 0
              MOVE 3 TO WS-SYSIN-SEUIL-CTX
           END-IF
           .

      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS    : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE D IMPAYES MARQUES     : ' CP-IMPAYES
           DISPLAY 'NOMBRE DE PRETS SOLDES       : ' CP-PRETS-SOLDES
           DISPLAY 'ARRIERES REPRESENTES         : ' CP-ARRIERES-REPRES
           DISPLAY 'ARRIERES REGLES              : ' CP-ARRIERES-REGLES
           DISPLAY 'RELANCES EMISES              : ' CP-RELANCES
           DISPLAY 'MISES EN DEMEURE EMISES      : ' CP-MISES-DEMEURE
           DISPLAY 'PASSAGES AU CONTENTIEUX      : '
                   CP-NOUV-CONTENTIEUX
           DISPLAY 'PRETS AU CONTENTIEUX         : ' CP-CONTENTIEUX
           .

       802-ENTETE-FICETAT.
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       805-ENTETE-FICCTX.
           MOVE WS-SYSIN-DATE TO ED-CTX-DATE-JOUR
           MOVE ED-ENTETE-CTX TO ED-ZONE-ED
           WRITE FD-FICCTX FROM ED-ZONE-ED
           .

      *    STOCK DES PRETS AU CONTENTIEUX, LES ENTRANTS DU JOUR MARQUES
       806-LIGNE-CONTENTIEUX.
           MOVE FD-FICPRET-NUMPRET TO ED-CTX-NUMPRET
           MOVE FD-FICPRET-NUMCPT TO ED-CTX-NUMCPT
           MOVE FD-FICPRET-DATE-RECOUVR TO ED-CTX-DATE
           MOVE FD-FICPRET-NB-IMPAYES TO ED-CTX-NB
           COMPUTE WS-ARRIERE = FD-FICPRET-MENSUALITE
                              * FD-FICPRET-NB-IMPAYES
           MOVE WS-ARRIERE TO ED-CTX-ARRIERE
           MOVE FD-FICPRET-CAPITAL-RESTANT TO ED-CTX-CAPITAL
           IF FD-FICPRET-DATE-RECOUVR = WS-SYSIN-DATE
              MOVE 'NOUVEAU' TO ED-CTX-NOUVEAU
           ELSE
              MOVE SPACES TO ED-CTX-NOUVEAU
           END-IF
           MOVE ED-LIGNE-CTX TO ED-ZONE-ED
           WRITE FD-FICCTX FROM ED-ZONE-ED AFTER 1 LINE
           ADD 1 TO CP-CONTENTIEUX
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPECH ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

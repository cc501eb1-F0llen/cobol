      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      *                     TP SOUS-PROGRAMME                         *
      * SERVICE FINANCIER COMMUN A TOUS LES PROGRAMMES DE TAUX        *
      * (INTERETS CREDITEURS, DEPOTS A TERME, PRETS, AGIOS, REMISES   *
      * DE FRAIS) : UNE SEULE FORMULE ET UN SEUL ARRONDI POUR QUE LE  *
      * RELEVE ET LE CONTRAT DONNENT LE MEME CENTIME :                *
      *   - 'I' INTERET SIMPLE OU COMPOSE, DUREE DECOMPTEE SELON LA   *
      *     BASE 30/360, EXACT/360 OU EXACT/365                       *
      *   - 'P' ECHEANCE CONSTANTE (ANNUITE) MENSUELLE                *
      *   - 'R' ARRONDI AU CENTIME, BANCAIRE (DEMI-CENTIME VERS LE    *
      *     CENTIME PAIR) PAR DEFAUT OU COMMERCIAL                    *
      * LES CALCULS INTERMEDIAIRES SONT CONDUITS A 8 DECIMALES AU     *
      * MOINS ; SEUL LE RESULTAT FINAL EST ARRONDI. INTERFACE :       *
      * COPY CMODULE (ZONE MODULE-FINANCIER A INITIALISER PAR         *
      * L'APPELANT).                                                  *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   /  /   |  ALOIS.A |      |                                  *
      *   /  /   |  ALOIS.A |      | AJOUT DES 4 OPERATIONS ET DU     *
      *          |          |      | CODE RETOUR - OUVERTURE ENTRE1   *
      * 15/10/26 |  ALOIS.A |      | SERVICE FINANCIER COMMUN : 'I'   *
      *          |          |      | INTERET (BASES 30/360, EXACT/360 *
      *          |          |      | EXACT/365, SIMPLE OU COMPOSE),   *
      *          |          |      | 'P' ANNUITE, 'R' ARRONDI         *
      *          |          |      | BANCAIRE OU COMMERCIAL           *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< DUREE DECOMPTEE ET DIVISEUR DE LA BASE                  *
      *      ---------------------------------------------------------*
       01  WS-DUREE.
         05 WS-JOURS              PIC S9(07) COMP-3.
         05 WS-DIVISEUR           PIC 9(03) COMP-3.

       01  WS-DEBUT.
         05 WS-DEB-SSAA           PIC 9(04).
         05 WS-DEB-MM             PIC 9(02).
         05 WS-DEB-JJ             PIC 9(02).
       01  WS-DEBUT-N REDEFINES WS-DEBUT PIC 9(08).

       01  WS-FIN.
         05 WS-FIN-SSAA           PIC 9(04).
         05 WS-FIN-MM             PIC 9(02).
         05 WS-FIN-JJ             PIC 9(02).
       01  WS-FIN-N REDEFINES WS-FIN PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< NUMERO DE JOUR D'UNE DATE (CALENDRIER GREGORIEN, ANNEE  *
      *      COMMENCANT EN MARS) POUR LE DECOMPTE EXACT               *
      *      ---------------------------------------------------------*
       01  WS-NUMERO-JOUR.
         05 WS-NJ-AN              PIC S9(05) COMP-3.
         05 WS-NJ-MOIS            PIC S9(03) COMP-3.
         05 WS-NJ-JOUR            PIC S9(03) COMP-3.
         05 WS-NJ-Q4              PIC S9(05) COMP-3.
         05 WS-NJ-Q100            PIC S9(05) COMP-3.
         05 WS-NJ-Q400            PIC S9(05) COMP-3.
         05 WS-NJ-QMOIS           PIC S9(05) COMP-3.
         05 WS-NJ-RESULTAT        PIC S9(09) COMP-3.
         05 WS-NJ-DEBUT           PIC S9(09) COMP-3.

      *      ---------------------------------------------------------*
      *-----< CAPITALISATION (INTERET COMPOSE ET ANNUITE)             *
      *      ---------------------------------------------------------*
       01  WS-COMPOSE.
         05 WS-TAUX-PERIODE       PIC S9(01)V9(12) COMP-3.
         05 WS-FACTEUR            PIC S9(05)V9(12) COMP-3.
         05 WS-PERIODES           PIC S9(07)V9(08) COMP-3.
         05 WS-NB-PERIODES        PIC S9(07) COMP-3.
         05 WS-FRACTION           PIC S9(01)V9(08) COMP-3.
         05 WS-TAUX-FRACTION      PIC S9(01)V9(12) COMP-3.
         05 WS-FACTEUR-NET        PIC S9(05)V9(12) COMP-3.
         05 WS-COEFFICIENT        PIC S9(05)V9(12) COMP-3.
         05 IX-PERIODE            PIC 9(07) COMP.

      *      ---------------------------------------------------------*
      *-----< ARRONDI AU CENTIME                                      *
      *      ---------------------------------------------------------*
       01  WS-ARRONDI.
         05 WS-ARR-ABS            PIC S9(11)V9(08) COMP-3.
         05 WS-ARR-CENTIMES       PIC S9(13) COMP-3.
         05 WS-ARR-RESTE          PIC S9(01)V9(08) COMP-3.
         05 WS-ARR-QUOTIENT       PIC S9(13) COMP-3.
         05 WS-ARR-PARITE         PIC 9(01).

       LINKAGE SECTION.

       COPY CMODULE.
                          SET MODULE-RETOUR-DEBORD TO TRUE
                    END-COMPUTE
                 END-IF
              WHEN MODULE-OPE-INTERET
                 PERFORM 200-INTERET
              WHEN MODULE-OPE-ANNUITE
                 PERFORM 220-ANNUITE
              WHEN MODULE-OPE-ARRONDI
                 PERFORM 400-ARRONDIR
              WHEN OTHER
                 SET MODULE-RETOUR-OPE-ERR TO TRUE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< 'I' : INTERET SUR LA DUREE DECOMPTEE SELON LA BASE      *
      *      SIMPLE   : C * T / 100 * JOURS / DIVISEUR                *
      *      COMPOSE  : C * ((1 + T / 100 / P) PUISSANCE N - 1), LA   *
      *      FRACTION DE PERIODE RESIDUELLE COURANT EN SIMPLE         *
      *      ---------------------------------------------------------*
       200-INTERET.
           PERFORM 300-DUREE
           IF MODULE-RETOUR-OK
              IF MODULE-INTERET-COMPOSE
                 PERFORM 210-INTERET-COMPOSE
              ELSE
                 COMPUTE MODULE-MONTANT-BRUT = MODULE-CAPITAL
                         * MODULE-TAUX * WS-JOURS / 100 / WS-DIVISEUR
                    ON SIZE ERROR
                       SET MODULE-RETOUR-DEBORD TO TRUE
                 END-COMPUTE
              END-IF
           END-IF
           IF MODULE-RETOUR-OK
              PERFORM 400-ARRONDIR
           END-IF
           .

       210-INTERET-COMPOSE.
           IF MODULE-PERIODES-AN NOT NUMERIC
              OR MODULE-PERIODES-AN = 0
              MOVE 12 TO MODULE-PERIODES-AN
           END-IF
           COMPUTE WS-TAUX-PERIODE =
                   MODULE-TAUX / 100 / MODULE-PERIODES-AN
           COMPUTE WS-PERIODES =
                   WS-JOURS * MODULE-PERIODES-AN / WS-DIVISEUR
           MOVE WS-PERIODES TO WS-NB-PERIODES
           COMPUTE WS-FRACTION = WS-PERIODES - WS-NB-PERIODES
           MOVE 1 TO WS-FACTEUR
           PERFORM 211-CAPITALISER
             VARYING IX-PERIODE FROM 1 BY 1
               UNTIL IX-PERIODE > WS-NB-PERIODES
           COMPUTE WS-TAUX-FRACTION = WS-TAUX-PERIODE * WS-FRACTION
           COMPUTE WS-FACTEUR =
                   WS-FACTEUR + WS-FACTEUR * WS-TAUX-FRACTION
           COMPUTE MODULE-MONTANT-BRUT =
                   MODULE-CAPITAL * (WS-FACTEUR - 1)
              ON SIZE ERROR
                 SET MODULE-RETOUR-DEBORD TO TRUE
           END-COMPUTE
           .

       211-CAPITALISER.
           COMPUTE WS-FACTEUR =
                   WS-FACTEUR + WS-FACTEUR * WS-TAUX-PERIODE
           .

      *      ---------------------------------------------------------*
      *-----< 'P' : ECHEANCE CONSTANTE = C * I * F / (F - 1) AVEC     *
      *      I = TAUX / 1200 ET F = (1 + I) PUISSANCE NB-MOIS ;       *
      *      TAUX NUL = CAPITAL / NB-MOIS                             *
      *      ---------------------------------------------------------*
       220-ANNUITE.
           IF MODULE-NB-MOIS NOT NUMERIC
              OR MODULE-NB-MOIS = 0
              SET MODULE-RETOUR-OPE-ERR TO TRUE
           ELSE
              IF MODULE-TAUX = 0
                 COMPUTE MODULE-MONTANT-BRUT =
                         MODULE-CAPITAL / MODULE-NB-MOIS
              ELSE
                 COMPUTE WS-TAUX-PERIODE = MODULE-TAUX / 1200
                 MOVE 1 TO WS-FACTEUR
                 MOVE MODULE-NB-MOIS TO WS-NB-PERIODES
                 PERFORM 211-CAPITALISER
                   VARYING IX-PERIODE FROM 1 BY 1
                     UNTIL IX-PERIODE > WS-NB-PERIODES
      *          COEFFICIENT D'ECHEANCE PAR UNITE DE CAPITAL
                 COMPUTE WS-FACTEUR-NET = WS-FACTEUR - 1
                 COMPUTE WS-COEFFICIENT = WS-FACTEUR / WS-FACTEUR-NET
                 COMPUTE WS-COEFFICIENT =
                         WS-COEFFICIENT * WS-TAUX-PERIODE
                 COMPUTE MODULE-MONTANT-BRUT =
                         MODULE-CAPITAL * WS-COEFFICIENT
                    ON SIZE ERROR
                       SET MODULE-RETOUR-DEBORD TO TRUE
                 END-COMPUTE
              END-IF
           END-IF
           IF MODULE-RETOUR-OK
              PERFORM 400-ARRONDIR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< DUREE : DATES DEBUT/FIN SELON LA BASE, SINON NB-MOIS    *
      *      EN MOIS DE 30 JOURS SUR 360, SINON NB-JOURS FOURNI       *
      *      ---------------------------------------------------------*
       300-DUREE.
           EVALUATE TRUE
              WHEN MODULE-DATE-DEBUT NUMERIC
               AND MODULE-DATE-FIN NUMERIC
               AND MODULE-DATE-DEBUT > 0
               AND MODULE-DATE-FIN > 0
                 PERFORM 310-DUREE-DATES
              WHEN MODULE-NB-MOIS NUMERIC
               AND MODULE-NB-MOIS > 0
                 COMPUTE WS-JOURS = MODULE-NB-MOIS * 30
                 MOVE 360 TO WS-DIVISEUR
              WHEN OTHER
                 MOVE MODULE-NB-JOURS TO WS-JOURS
                 PERFORM 320-DIVISEUR
           END-EVALUATE
           IF WS-JOURS < 0
              SET MODULE-RETOUR-OPE-ERR TO TRUE
           ELSE
              MOVE WS-JOURS TO MODULE-NB-JOURS
           END-IF
           .

       310-DUREE-DATES.
           MOVE MODULE-DATE-DEBUT TO WS-DEBUT-N
           MOVE MODULE-DATE-FIN TO WS-FIN-N
           IF WS-DEB-MM < 1 OR WS-DEB-MM > 12
              OR WS-DEB-JJ < 1 OR WS-DEB-JJ > 31
              OR WS-FIN-MM < 1 OR WS-FIN-MM > 12
              OR WS-FIN-JJ < 1 OR WS-FIN-JJ > 31
              SET MODULE-RETOUR-OPE-ERR TO TRUE
              MOVE 0 TO WS-JOURS
           ELSE
              IF MODULE-BASE-30-360
                 PERFORM 311-JOURS-30-360
              ELSE
                 PERFORM 312-JOURS-EXACTS
              END-IF
           END-IF
           PERFORM 320-DIVISEUR
           .

      *    30/360 : LE 31 COMPTE POUR LE 30 ; LE 31 DE FIN N'EST
      *    RAMENE AU 30 QUE SI LE DEBUT EST LUI-MEME EN FIN DE MOIS
       311-JOURS-30-360.
           IF WS-DEB-JJ = 31
              MOVE 30 TO WS-DEB-JJ
           END-IF
           IF WS-FIN-JJ = 31 AND WS-DEB-JJ = 30
              MOVE 30 TO WS-FIN-JJ
           END-IF
           COMPUTE WS-JOURS = (WS-FIN-SSAA - WS-DEB-SSAA) * 360
                   + (WS-FIN-MM - WS-DEB-MM) * 30
                   + WS-FIN-JJ - WS-DEB-JJ
           .

       312-JOURS-EXACTS.
           MOVE WS-DEB-SSAA TO WS-NJ-AN
           MOVE WS-DEB-MM   TO WS-NJ-MOIS
           MOVE WS-DEB-JJ   TO WS-NJ-JOUR
           PERFORM 330-NUMERO-JOUR
           MOVE WS-NJ-RESULTAT TO WS-NJ-DEBUT
           MOVE WS-FIN-SSAA TO WS-NJ-AN
           MOVE WS-FIN-MM   TO WS-NJ-MOIS
           MOVE WS-FIN-JJ   TO WS-NJ-JOUR
           PERFORM 330-NUMERO-JOUR
           COMPUTE WS-JOURS = WS-NJ-RESULTAT - WS-NJ-DEBUT
           .

       320-DIVISEUR.
           IF MODULE-BASE-ACT-365
              MOVE 365 TO WS-DIVISEUR
           ELSE
              MOVE 360 TO WS-DIVISEUR
           END-IF
           .

      *    JANVIER ET FEVRIER SONT LES MOIS 13 ET 14 DE L'ANNEE
      *    PRECEDENTE : LE 29 FEVRIER TOMBE EN FIN D'ANNEE DE CALCUL
       330-NUMERO-JOUR.
           IF WS-NJ-MOIS < 3
              ADD 12 TO WS-NJ-MOIS
              SUBTRACT 1 FROM WS-NJ-AN
           END-IF
           DIVIDE WS-NJ-AN BY 4   GIVING WS-NJ-Q4
           DIVIDE WS-NJ-AN BY 100 GIVING WS-NJ-Q100
           DIVIDE WS-NJ-AN BY 400 GIVING WS-NJ-Q400
           COMPUTE WS-NJ-QMOIS = (153 * (WS-NJ-MOIS - 3) + 2) / 5
           COMPUTE WS-NJ-RESULTAT = 365 * WS-NJ-AN
                   + WS-NJ-Q4 - WS-NJ-Q100 + WS-NJ-Q400
                   + WS-NJ-QMOIS + WS-NJ-JOUR
           .

      *      ---------------------------------------------------------*
      *-----< 'R' : ARRONDI AU CENTIME DE MODULE-MONTANT-BRUT         *
      *      BANCAIRE   : UN DEMI-CENTIME EXACT VA AU CENTIME PAIR    *
      *      COMMERCIAL : UN DEMI-CENTIME EXACT VA AU CENTIME         *
      *      SUPERIEUR                                                *
      *      L'ARRONDI PORTE SUR LA VALEUR ABSOLUE, LE SIGNE EST      *
      *      RESTITUE ENSUITE                                         *
      *      ---------------------------------------------------------*
       400-ARRONDIR.
           IF MODULE-MONTANT-BRUT < 0
              COMPUTE WS-ARR-ABS = 0 - MODULE-MONTANT-BRUT
           ELSE
              MOVE MODULE-MONTANT-BRUT TO WS-ARR-ABS
           END-IF
           COMPUTE WS-ARR-CENTIMES = WS-ARR-ABS * 100
           COMPUTE WS-ARR-RESTE = WS-ARR-ABS * 100 - WS-ARR-CENTIMES
           EVALUATE TRUE
              WHEN WS-ARR-RESTE > 0.5
                 ADD 1 TO WS-ARR-CENTIMES
              WHEN WS-ARR-RESTE = 0.5 AND MODULE-ARRONDI-COMMERCIAL
                 ADD 1 TO WS-ARR-CENTIMES
              WHEN WS-ARR-RESTE = 0.5
                 DIVIDE WS-ARR-CENTIMES BY 2 GIVING WS-ARR-QUOTIENT
                        REMAINDER WS-ARR-PARITE
                 IF WS-ARR-PARITE = 1
                    ADD 1 TO WS-ARR-CENTIMES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF MODULE-MONTANT-BRUT < 0
              COMPUTE MODULE-RESULTAT = 0 - WS-ARR-CENTIMES / 100
           ELSE
              COMPUTE MODULE-RESULTAT = WS-ARR-CENTIMES / 100
           END-IF
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

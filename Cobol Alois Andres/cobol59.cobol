      *           COMPTE COURANT LIE, CONSIGNE DE RENOUVELLEMENT)     *
      *       M = MODIFICATION DE LA CONSIGNE DE RENOUVELLEMENT       *
      *       S = RESILIATION DES CONDITIONS (APRES DENOUEMENT)       *
      *       R = RUPTURE ANTICIPEE A LA DATE DE LA TRANSACTION :     *
      *           INTERET RECALCULE AU TAUX DE PENALITE (TAUX DE LA   *
      *           TRANSACTION, A DEFAUT TAUX SYSIN, PLAFONNE AU TAUX  *
      *           CONTRACTUEL) SUR LE PRINCIPAL D'ORIGINE ET LA DUREE *
      *           ECOULEE DEPUIS L'OUVERTURE (BASE 30/360) ; LES      *
      *           INTERETS CAPITALISES AU-DELA SONT REPRIS ('F'), LE  *
      *           COMPLEMENT EST CREDITE ('I') ; PRINCIPAL + INTERET  *
      *           NET REPARTENT SUR LE COMPTE COURANT LIE PAR LA      *
      *           PAIRE 'V' 'DAT...' ; CONDITIONS SOLDEES ET TRACEES  *
      *           DANS FICAUDIT                                       *
      *   - L'ECHEANCE EST CALCULEE A L'OUVERTURE (DATE + DUREE)      *
      * LE DENOUEMENT QUOTIDIEN EST ASSURE PAR COBTPMAT DANS LA       *
      * CHAINE BANKNITE ; LA FUSION COBTP3A2 REFUSE LES DEBITS        *
      * CLIENTS SUR UN DEPOT NON ECHU.                                *
      * LES MOUVEMENTS DE RUPTURE PARTENT DANS LA NAVETTE FICMVTT,    *
      * CONSOMMEE EN CANAL 'T' PAR LA CONSOLIDATION BANKNITE.         *
      * SYSIN : TAUX DE PENALITE PAR DEFAUT 9(2)V9(4)                 *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | RUPTURE ANTICIPEE AU TAUX DE     *
      *          |          |      | PENALITE (ACTION R), REPRISE DES *
      *          |          |      | INTERETS CAPITALISES, AUDIT      *
      * 15/10/26 |  ALOIS.A |      | INTERET DE PENALITE PAR LE       *
      *          |          |      | SERVICE FINANCIER SPTP6AA        *
      *          |          |      | (ARRONDI BANCAIRE)               *
      *===============================================================*

       ENVIRONMENT DIVISION.
           RECORD KEY IS FD-FICDEPT-NUMCPT
           FILE STATUS IS FS-FICDEPT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICMVTT ASSIGN TO FICMVTT.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
           88 FD-FICMAJDT-CREATION VALUE 'C'.
           88 FD-FICMAJDT-MODIF    VALUE 'M'.
           88 FD-FICMAJDT-SUPPR    VALUE 'S'.
           88 FD-FICMAJDT-RUPTURE  VALUE 'R'.
         05   FD-FICMAJDT-NUMCPT PIC X(10).
         05   FD-FICMAJDT-CPT-COURANT PIC X(10).
         05   FD-FICMAJDT-MONTANT PIC 9(09)V99.
         05   FD-FICMAJDT-TAUX   PIC 9(02)V9(04).
         05   FD-FICMAJDT-DATE   PIC 9(08).
         05   FD-FICMAJDT-RENOUVELLEMENT PIC X(01).
         05   FD-FICMAJDT-OPERATEUR PIC X(08).
         05   FILLER             PIC X(22).

       FD FICDEPT.
       01   FD-ENREG-FICDEPT.
         05 FD-FICDEPT-DATE-ECHEANCE  PIC 9(08).
         05 FD-FICDEPT-RENOUVELLEMENT PIC X(01).
           88 FD-FICDEPT-RENOUVELABLE     VALUE 'O'.
         05 FD-FICDEPT-INTERET-CAPIT  PIC S9(09)V99 COMP-3.
         05 FILLER                    PIC X(22).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       FD FICMVTT
           RECORDING MODE IS F.
       01     FD-FICMVTT.
         05   FD-FICMVTT-NUMCPT PIC X(10).
         05   FD-FICMVTT-DATE   PIC 9(08).
         05   FD-FICMVTT-CODE   PIC X(01).
         05   FD-FICMVTT-MONTANT PIC 9(08)V99.
         05   FD-FICMVTT-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTT-REFERENCE PIC X(10).
         05   FILLER            PIC X(10).
         05   FD-FICMVTT-PRODUIT PIC X(01).
         05   FD-FICMVTT-SENS   PIC X(01).
         05   FILLER            PIC X(18).

       FD FICAUDIT
           RECORDING MODE IS F.
       01     FD-FICAUDIT.
         05   FD-FICAUDIT-NUMCPT      PIC X(10).
         05   FD-FICAUDIT-PROGRAMME   PIC X(08).
         05   FD-FICAUDIT-OPERATION   PIC X(08).
           88 FD-FICAUDIT-OP-CREATION   VALUE 'CREATION'.
           88 FD-FICAUDIT-OP-MODIF      VALUE 'MODIF   '.
           88 FD-FICAUDIT-OP-SUPPR      VALUE 'SUPPR   '.
         05   FD-FICAUDIT-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-DATE        PIC 9(08).
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
         05   FS-FICMAJDT        PIC X(2).
         05   FS-FICDEPT         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (TAUX DE PENALITE PAR DEFAUT)           *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-TAUX-PENALITE PIC 9(02)V9(04).

      *      ---------------------------------------------------------*
      *-----< HORODATAGE DE LA PISTE D'AUDIT                          *
      *      ---------------------------------------------------------*
       01     WS-AUDIT.
         05   WS-AUDIT-DATE        PIC 9(08).
         05   WS-AUDIT-HEURE.
           10 WS-AUDIT-HH          PIC 99.
           10 WS-AUDIT-MN          PIC 99.
           10 WS-AUDIT-SC          PIC 99.

      *      ---------------------------------------------------------*
      *-----< CALCUL DE L'ECHEANCE (DATE + DUREE EN MOIS)             *
      *      ---------------------------------------------------------*
       01     WS-QUOTIENT        PIC S9(06) COMP.
       01     WS-RESTE           PIC S9(06) COMP.

      *      ---------------------------------------------------------*
      *-----< CALCULS DE LA RUPTURE ANTICIPEE                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-OUV.
         05   WS-OUV-SSAA        PIC 9(04).
         05   WS-OUV-MM          PIC 9(02).
         05   WS-OUV-JJ          PIC 9(02).
       01     WS-DATE-OUV-N REDEFINES WS-DATE-OUV PIC 9(08).
       01     WS-VARIABLES-RUPTURE.
         05   WS-RUP-JOURS       PIC S9(06) COMP.
         05   WS-RUP-TAUX        PIC 9(02)V9(04).
         05   WS-RUP-PRINCIPAL   PIC S9(09)V99 COMP-3.
         05   WS-RUP-CAPITALISE  PIC S9(09)V99 COMP-3.
         05   WS-RUP-INTERET     PIC S9(09)V99 COMP-3.
         05   WS-RUP-ECART       PIC S9(09)V99 COMP-3.
         05   WS-RUP-VERSE       PIC S9(09)V99 COMP-3.
         05   WS-RUP-REFERENCE   PIC X(10).

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

       01     WS-MAJDT-VALIDE    PIC X VALUE 'O'.
         88   WS-MAJDT-OK            VALUE 'O'.
         88   WS-MAJDT-KO            VALUE 'N'.
         05   CP-OUVERTURES      PIC 9(4) COMP VALUE 0.
         05   CP-MODIFICATIONS   PIC 9(4) COMP VALUE 0.
         05   CP-RESILIATIONS    PIC 9(4) COMP VALUE 0.
         05   CP-RUPTURES        PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-REJETS          PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
         05   FILLER             PIC X(09) VALUE '  STATUT '.
         05   ED-ACT-STATUT      PIC X(08).

       01     ED-LIGNE-RUPTURE.
         05   FILLER             PIC X(12) VALUE '  JOURS :'.
         05   ED-RUP-JOURS       PIC ZZZZ9.
         05   FILLER             PIC X(08) VALUE ' TAUX : '.
         05   ED-RUP-TAUX        PIC Z9,V9999.
         05   FILLER             PIC X(07) VALUE ' INT : '.
         05   ED-RUP-INTERET     PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(08) VALUE ' VERSE :'.
         05   ED-RUP-VERSE       PIC ZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *-----< DEPOTS A TERME                                          *
      *      ---------------------------------------------------------*
       100-DEPOTS-A-TERME.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICMAJDT
                 PERFORM 710-MODIFIER-CONSIGNE
              WHEN FD-FICMAJDT-SUPPR
                 PERFORM 720-RESILIER-CONDITIONS
              WHEN FD-FICMAJDT-RUPTURE
                 PERFORM 740-ROMPRE-DEPOT
              WHEN OTHER
                 MOVE 'ERRONE' TO AF-STATUT
                 ADD 1 TO CP-REJETS
           END-EVALUATE
           PERFORM 804-LIGNE-ACTION
           IF FD-FICMAJDT-RUPTURE AND AF-STATUT = 'OK'
              PERFORM 806-LIGNE-RUPTURE
           END-IF
           PERFORM 610-LIRE-FICMAJDT
           .

              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICMVTT
           OPEN OUTPUT FICAUDIT
           .

       610-LIRE-FICMAJDT.
           CLOSE FICMAJDT
           CLOSE FICDEPT
           CLOSE FICETAT
           CLOSE FICMVTT
           CLOSE FICAUDIT
           .

       630-ECRIRE-MOUVEMENT.
           WRITE FD-FICMVTT
           ADD 1 TO CP-MVTS-EMIS
           .

       640-ECRIRE-FICAUDIT.
           MOVE FD-FICDEPT-NUMCPT TO FD-FICAUDIT-NUMCPT
           MOVE 'COBTPDAT' TO FD-FICAUDIT-PROGRAMME
           SET FD-FICAUDIT-OP-SUPPR TO TRUE
           MOVE FD-FICDEPT-MONTANT TO FD-FICAUDIT-SOLDE-AVANT
           MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE FD-FICMAJDT-OPERATEUR TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

      *      ---------------------------------------------------------*
              MOVE WS-ECHEANCE-N TO FD-FICDEPT-DATE-ECHEANCE
              MOVE FD-FICMAJDT-RENOUVELLEMENT
                   TO FD-FICDEPT-RENOUVELLEMENT
              MOVE 0 TO FD-FICDEPT-INTERET-CAPIT
              WRITE FD-ENREG-FICDEPT
              MOVE 'OK' TO AF-STATUT
              ADD 1 TO CP-OUVERTURES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RUPTURE ANTICIPEE : LA DATE DE RUPTURE DOIT ETRE        *
      *      COMPRISE ENTRE L'OUVERTURE ET L'ECHEANCE (A L'ECHEANCE   *
      *      LE DENOUEMENT COBTPMAT S'APPLIQUE)                       *
      *      ---------------------------------------------------------*
       740-ROMPRE-DEPOT.
           MOVE 'O' TO WS-MAJDT-VALIDE
           MOVE FD-FICMAJDT-NUMCPT TO FD-FICDEPT-NUMCPT
           READ FICDEPT
           IF FS-FICDEPT NOT = 00
              MOVE 'A TORT' TO AF-STATUT
              ADD 1 TO CP-REJETS
              MOVE 'N' TO WS-MAJDT-VALIDE
           END-IF
           IF WS-MAJDT-OK
              IF FD-FICMAJDT-DATE NOT NUMERIC
                 OR FD-FICMAJDT-DATE < FD-FICDEPT-DATE-OUV
                 OR FD-FICMAJDT-DATE NOT < FD-FICDEPT-DATE-ECHEANCE
                 MOVE 'INVALIDE' TO AF-STATUT
                 ADD 1 TO CP-REJETS
                 MOVE 'N' TO WS-MAJDT-VALIDE
              END-IF
           END-IF
           IF WS-MAJDT-OK
              PERFORM 750-CALCULER-PENALITE
              PERFORM 760-EMETTRE-RUPTURE
              PERFORM 640-ECRIRE-FICAUDIT
              DELETE FICDEPT
              MOVE 'OK' TO AF-STATUT
              ADD 1 TO CP-RUPTURES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< INTERET DE PENALITE SUR LE PRINCIPAL D'ORIGINE, AU TAUX *
      *      DE RUPTURE, POUR LES JOURS ECOULES (30/360), PAR LE      *
      *      SERVICE FINANCIER COMMUN (ARRONDI BANCAIRE) ; L'ECART    *
      *      AVEC LES INTERETS DEJA CAPITALISES EST REPRIS OU COMPLETE*
      *      ---------------------------------------------------------*
       750-CALCULER-PENALITE.
           IF FD-FICDEPT-INTERET-CAPIT NOT NUMERIC
              MOVE 0 TO FD-FICDEPT-INTERET-CAPIT
           END-IF
           MOVE FD-FICDEPT-INTERET-CAPIT TO WS-RUP-CAPITALISE
           COMPUTE WS-RUP-PRINCIPAL = FD-FICDEPT-MONTANT
                   - WS-RUP-CAPITALISE
           IF FD-FICMAJDT-TAUX NUMERIC
              AND FD-FICMAJDT-TAUX > 0
              MOVE FD-FICMAJDT-TAUX TO WS-RUP-TAUX
           ELSE
              MOVE WS-SYSIN-TAUX-PENALITE TO WS-RUP-TAUX
           END-IF
           IF WS-RUP-TAUX > FD-FICDEPT-TAUX
              MOVE FD-FICDEPT-TAUX TO WS-RUP-TAUX
           END-IF
           MOVE FD-FICDEPT-DATE-OUV TO WS-DATE-OUV-N
           MOVE FD-FICMAJDT-DATE TO WS-ECHEANCE-N
           IF WS-OUV-JJ > 30
              MOVE 30 TO WS-OUV-JJ
           END-IF
           IF WS-ECH-JJ > 30
              MOVE 30 TO WS-ECH-JJ
           END-IF
           COMPUTE WS-RUP-JOURS = (WS-ECH-SSAA - WS-OUV-SSAA) * 360
                   + (WS-ECH-MM - WS-OUV-MM) * 30
                   + WS-ECH-JJ - WS-OUV-JJ
           IF WS-RUP-JOURS < 0
              MOVE 0 TO WS-RUP-JOURS
           END-IF
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE WS-RUP-PRINCIPAL         TO MODULE-CAPITAL
           MOVE WS-RUP-TAUX              TO MODULE-TAUX
           MOVE WS-RUP-JOURS             TO MODULE-NB-JOURS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA DEPOT ' FD-FICDEPT-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-RUP-INTERET
           COMPUTE WS-RUP-ECART = WS-RUP-INTERET - WS-RUP-CAPITALISE
           COMPUTE WS-RUP-VERSE = WS-RUP-PRINCIPAL + WS-RUP-INTERET
           MOVE SPACES TO WS-RUP-REFERENCE
           STRING 'DAT' FD-FICDEPT-NUMCPT (4:7)
                  DELIMITED BY SIZE INTO WS-RUP-REFERENCE
           END-STRING
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENTS : COMPLEMENT 'I' OU REPRISE 'F' SUR LE DEPOT *
      *      PUIS PAIRE DE VIREMENT 'V' VERS LE COMPTE COURANT LIE    *
      *      (REFERENCE 'DAT...' ADMISE PAR LA FUSION)                *
      *      ---------------------------------------------------------*
       760-EMETTRE-RUPTURE.
           MOVE SPACES TO FD-FICMVTT
           MOVE FD-FICDEPT-NUMCPT TO FD-FICMVTT-NUMCPT
           MOVE FD-FICMAJDT-DATE TO FD-FICMVTT-DATE
           MOVE 'EUR' TO FD-FICMVTT-DEVISE
           MOVE WS-RUP-REFERENCE TO FD-FICMVTT-REFERENCE
           MOVE 'T' TO FD-FICMVTT-PRODUIT
           IF WS-RUP-ECART > 0
              MOVE 'I' TO FD-FICMVTT-CODE
              MOVE WS-RUP-ECART TO FD-FICMVTT-MONTANT
              PERFORM 630-ECRIRE-MOUVEMENT
           END-IF
           IF WS-RUP-ECART < 0
              MOVE 'F' TO FD-FICMVTT-CODE
              COMPUTE FD-FICMVTT-MONTANT = 0 - WS-RUP-ECART
              PERFORM 630-ECRIRE-MOUVEMENT
           END-IF
           IF WS-RUP-VERSE > 0
              MOVE 'V' TO FD-FICMVTT-CODE
              MOVE WS-RUP-VERSE TO FD-FICMVTT-MONTANT
              MOVE 'E' TO FD-FICMVTT-SENS
              PERFORM 630-ECRIRE-MOUVEMENT
              MOVE FD-FICDEPT-CPT-COURANT TO FD-FICMVTT-NUMCPT
              MOVE 'C' TO FD-FICMVTT-PRODUIT
              MOVE 'R' TO FD-FICMVTT-SENS
              PERFORM 630-ECRIRE-MOUVEMENT
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-TAUX-PENALITE NOT NUMERIC
              MOVE 0 TO WS-SYSIN-TAUX-PENALITE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE D OUVERTURES          : ' CP-OUVERTURES
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIFICATIONS
           DISPLAY 'NOMBRE DE RESILIATIONS       : ' CP-RESILIATIONS
           DISPLAY 'NOMBRE DE RUPTURES ANTICIPEES: ' CP-RUPTURES
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS    : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE DE REJETS             : ' CP-REJETS
           .

           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-LIGNE-RUPTURE.
           MOVE WS-RUP-JOURS TO ED-RUP-JOURS
           MOVE WS-RUP-TAUX TO ED-RUP-TAUX
           MOVE WS-RUP-INTERET TO ED-RUP-INTERET
           MOVE WS-RUP-VERSE TO ED-RUP-VERSE
           MOVE ED-LIGNE-RUPTURE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPDAT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

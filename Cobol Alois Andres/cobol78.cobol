      *   - CHARGE LES AFFECTATIONS FICAFFEC (PLAGE DE NUMCPT ->      *
      *     CHARGE DE CLIENTELE), L'INSTANCE DE LA VEILLE FICALINO    *
      *     ET LES ACQUITTEMENTS DU JOUR FICACQ                       *
      *   - CHAQUE PLAGE PORTE L'AGENCE DU CHARGE ; LE REFERENTIEL    *
      *     FICAGE (COBTPAGE) DONNE LE NOM, LA REGION ET LE           *
      *     DIRECTEUR DE L'AGENCE                                     *
      *   - UNE ALERTE ACQUITTEE SORT DE L'INSTANCE ; UNE ALERTE      *
      *     DEJA EN INSTANCE REPREND SON COMPTEUR D'AGE AUGMENTE DE   *
      *     1 (MEME MECANIQUE QUE COBTPSUS POUR LES SUSPENS) ; UNE    *
      *     ALERTE NOUVELLE ENTRE AVEC L'AGE 1 ; LES INSTANCES DE LA  *
      *     VEILLE NON ACQUITTEES SONT REPORTEES MEME SANS NOUVELLE   *
      *     ALERTE                                                    *
      *   - TRIE PAR REGION, AGENCE ET CHARGE DE CLIENTELE ET EDITE   *
      *     LE PAQUET DE CHAQUE CHARGE SUR FICLISTE (SAUT DE PAGE     *
      *     PAR CHARGE, NOM DE L'AGENCE EN ENTETE)                    *
      *   - TOUTE ENTREE D'AGE > N (SYSIN) REMONTE EN OUTRE SUR LA    *
      *     SYNTHESE DIRECTION FICETATM, GROUPEE PAR AGENCE (NOM ET   *
      *     DIRECTEUR) AVEC UN SOUS-TOTAL PAR REGION                  *
      *   - L'INSTANCE DU JOUR REPART DANS FICALINN                   *
      * SYSIN : N = NOMBRE DE JOURS AVANT ESCALADE (2 CHIFFRES)       *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | AGENCE DU CHARGE (FICAFFEC) ET   *
      *          |          |      | REFERENTIEL FICAGE : PAQUETS     *
      *          |          |      | TRIES PAR REGION ET AGENCE, NOM  *
      *          |          |      | D'AGENCE EN ENTETE, SYNTHESE     *
      *          |          |      | DIRECTION PAR AGENCE AVEC        *
      *          |          |      | SOUS-TOTAL PAR REGION            *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICLISTE ASSIGN TO FICLISTE.
           SELECT FICETATM ASSIGN TO FICETATM.
           SELECT FICTRI  ASSIGN TO FICTRI.
           SELECT FICAGE  ASSIGN TO FICAGE  FILE STATUS IS FS-FICAGE.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
         05   FD-FICALINO-RAISON      PIC X(02).
         05   FD-FICALINO-AGE         PIC 9(02).
         05   FD-FICALINO-OFFICIER    PIC X(08).
         05   FD-FICALINO-AGENCE      PIC X(03).
         05   FILLER                  PIC X(23).

       FD FICAFFEC
           RECORDING MODE IS F.
         05   FD-FICAFFEC-NUMCPT-DEB PIC X(10).
         05   FD-FICAFFEC-NUMCPT-FIN PIC X(10).
         05   FD-FICAFFEC-OFFICIER   PIC X(08).
         05   FD-FICAFFEC-AGENCE     PIC X(03).
         05   FILLER                 PIC X(49).

       FD FICACQ
           RECORDING MODE IS F.
         05   FD-FICALINN-RAISON      PIC X(02).
         05   FD-FICALINN-AGE         PIC 9(02).
         05   FD-FICALINN-OFFICIER    PIC X(08).
         05   FD-FICALINN-AGENCE      PIC X(03).
         05   FILLER                  PIC X(23).

       FD FICLISTE
           RECORDING MODE IS F.
       01     FD-FICETATM.
         05   FILLER            PIC X(80).

      *    REFERENTIEL DES AGENCES TENU PAR COBTPAGE
       FD FICAGE
           RECORDING MODE IS F.
       COPY CAGENCE.

       SD FICTRI.
       01     TR-ALERTE.
         05   TR-REGION         PIC X(10).
         05   TR-AGENCE         PIC X(03).
         05   TR-OFFICIER       PIC X(08).
         05   TR-NUMCPT         PIC X(10).
         05   TR-NOM            PIC X(20).
         05   FS-FICAFFEC        PIC X(2).
         05   FS-FICACQ          PIC X(2).
         05   FS-FICTRI          PIC X(2).
         05   FS-FICAGE          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (JOURS AVANT ESCALADE)                  *
           10 WS-AFF-NUMCPT-DEB  PIC X(10).
           10 WS-AFF-NUMCPT-FIN  PIC X(10).
           10 WS-AFF-OFFICIER    PIC X(08).
           10 WS-AFF-AGENCE      PIC X(03).
       01     WS-OFFICIER-RETENU PIC X(08).
       01     WS-AGENCE-RETENUE  PIC X(03).

      *      ---------------------------------------------------------*
      *-----< TABLE DU REFERENTIEL DES AGENCES (FICAGE)               *
      *      ---------------------------------------------------------*
       01     IX-AGE             PIC 9(04) COMP.
       01     IX-AGE-CHARG       PIC 9(04) COMP VALUE 0.
       01     IX-AGE-MAX         PIC 9(04) COMP VALUE 500.
       01     IX-AGE-CPT         PIC 9(04) COMP VALUE 0.
       01     WS-TAB-AGENCE.
         05   WS-AGE-ENTREE OCCURS 500.
           10 WS-AGE-CODE        PIC X(03).
           10 WS-AGE-NOM         PIC X(30).
           10 WS-AGE-REGION      PIC X(10).
           10 WS-AGE-DIRECTEUR   PIC X(30).
       01     WS-REGION-RETENUE  PIC X(10).
       01     WS-NOM-AGENCE      PIC X(30).
       01     WS-DIRECTEUR-AGENCE PIC X(30).

      *      ---------------------------------------------------------*
      *-----< TABLE DE L'INSTANCE DE LA VEILLE                        *
           10 WS-INS-RAISON      PIC X(02).
           10 WS-INS-AGE         PIC 9(02).
           10 WS-INS-OFFICIER    PIC X(08).
           10 WS-INS-AGENCE      PIC X(03).
           10 WS-INS-REPRIS      PIC X(01).
       01     WS-SWITCH-INS      PIC X VALUE 'N'.
         88   WS-INS-TROUVE          VALUE 'O'.
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-RAISON-COURANTE PIC X(02).
       01     WS-OFFICIER-EDITE  PIC X(08) VALUE LOW-VALUES.
       01     WS-AGENCE-EDITEE   PIC X(03) VALUE LOW-VALUES.
       01     WS-REGION-DIR      PIC X(10) VALUE LOW-VALUES.
       01     WS-AGENCE-DIR      PIC X(03) VALUE LOW-VALUES.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
         05   CP-REPORTEES       PIC 9(4) COMP VALUE 0.
         05   CP-ESCALADEES      PIC 9(4) COMP VALUE 0.
         05   CP-SANS-AFFEC      PIC 9(4) COMP VALUE 0.
         05   CP-ESC-REGION      PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
       01     ED-ENTETE-OFFICIER.
         05   FILLER PIC X(22) VALUE 'ALERTES DU CHARGE :   '.
         05   ED-OFF-OFFICIER    PIC X(08).
         05   FILLER PIC X(10) VALUE ' AGENCE : '.
         05   ED-OFF-AGENCE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-OFF-NOM         PIC X(30).

       01     ED-ENTETE-REGION.
         05   FILLER PIC X(22) VALUE 'REGION :              '.
         05   ED-ERG-REGION      PIC X(10).

       01     ED-LIGNE-ALERTE.
         05   ED-ALR-NUMCPT      PIC X(10).
         05   FILLER PIC X(44)
               VALUE 'SYNTHESE DIRECTION - ALERTES NON ACQUITTEES '.

       01     ED-ENTETE-AGENCE-DIR.
         05   FILLER             PIC X(07) VALUE 'AGENCE '.
         05   ED-EAD-AGENCE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-EAD-NOM         PIC X(30).
         05   FILLER             PIC X(06) VALUE ' DIR. '.
         05   ED-EAD-DIRECTEUR   PIC X(30).

       01     ED-TOTAL-REGION-DIR.
         05   FILLER             PIC X(13) VALUE 'TOTAL REGION '.
         05   ED-TRD-REGION      PIC X(10).
         05   FILLER             PIC X(03) VALUE ' : '.
         05   ED-TRD-NB          PIC ZZZ9.
         05   FILLER             PIC X(20)
               VALUE ' ALERTES ESCALADEES '.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
           PERFORM 700-CHARGER-AFFECTATIONS
           PERFORM 705-CHARGER-INSTANCE
           PERFORM 706-CHARGER-ACQUITTEMENTS
           PERFORM 708-CHARGER-AGENCES
           SORT FICTRI
                ON ASCENDING KEY TR-REGION
                                 TR-AGENCE
                                 TR-OFFICIER
                                 TR-NUMCPT
                INPUT PROCEDURE IS 300-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 400-EDITER-PAQUETS
                 MOVE 1 TO WS-AGE-COURANT
              END-IF
              PERFORM 740-RESOUDRE-AFFECTATION
              PERFORM 745-RECH-AGENCE
              MOVE WS-REGION-RETENUE TO TR-REGION
              MOVE WS-AGENCE-RETENUE TO TR-AGENCE
              MOVE WS-OFFICIER-RETENU TO TR-OFFICIER
              MOVE FD-FICALERT-NUMCPT TO TR-NUMCPT
              MOVE FD-FICALERT-NOM TO TR-NOM
              ADD 1 TO CP-ACQUITTEES
           ELSE
              COMPUTE WS-AGE-COURANT = WS-INS-AGE (IX-INS) + 1
              MOVE WS-INS-AGENCE (IX-INS) TO WS-AGENCE-RETENUE
              PERFORM 745-RECH-AGENCE
              MOVE WS-REGION-RETENUE TO TR-REGION
              MOVE WS-AGENCE-RETENUE TO TR-AGENCE
              MOVE WS-INS-OFFICIER (IX-INS) TO TR-OFFICIER
              MOVE WS-INS-NUMCPT (IX-INS) TO TR-NUMCPT
              MOVE WS-INS-NOM (IX-INS) TO TR-NOM
           .

      *      ---------------------------------------------------------*
      *-----< EDITION : UN PAQUET PAR CHARGE ET PAR AGENCE,           *
      *      ESCALADE DIRECTION AU DELA DE N JOURS GROUPEE PAR        *
      *      AGENCE AVEC SOUS-TOTAL PAR REGION, INSTANCE DU JOUR      *
      *      REECRITE                                                 *
      *      ---------------------------------------------------------*
       400-EDITER-PAQUETS.
           PERFORM 601-OUVRIR-SORTIES
           PERFORM 630-RETOURNER-TRI
           PERFORM 410-ALERTE-TRIEE
             UNTIL FS-FICTRI = '10'
           IF WS-REGION-DIR NOT = LOW-VALUES
              PERFORM 807-TOTAL-REGION-DIR
           END-IF
           PERFORM 621-FERMER-SORTIES
           .

       410-ALERTE-TRIEE.
           IF TR-OFFICIER NOT = WS-OFFICIER-EDITE
              OR TR-AGENCE NOT = WS-AGENCE-EDITEE
              MOVE TR-OFFICIER TO WS-OFFICIER-EDITE
              MOVE TR-AGENCE TO WS-AGENCE-EDITEE
              MOVE TR-AGENCE TO WS-AGENCE-RETENUE
              PERFORM 745-RECH-AGENCE
              PERFORM 802-ENTETE-OFFICIER
           END-IF
           PERFORM 803-LIGNE-FICLISTE
           ADD 1 TO CP-DISTRIBUEES
           IF TR-AGE > WS-SYSIN-NB-JOURS
              PERFORM 420-RUPTURES-DIRECTION
              PERFORM 804-LIGNE-DIRECTION
              ADD 1 TO CP-ESCALADEES
              ADD 1 TO CP-ESC-REGION
           END-IF
           PERFORM 631-ECRIRE-FICALINN
           PERFORM 630-RETOURNER-TRI
           .

      *    RUPTURES DE LA SYNTHESE DIRECTION : SOUS-TOTAL DE LA
      *    REGION QUITTEE, ENTETE DE CHAQUE NOUVELLE AGENCE
       420-RUPTURES-DIRECTION.
           IF TR-REGION NOT = WS-REGION-DIR
              IF WS-REGION-DIR NOT = LOW-VALUES
                 PERFORM 807-TOTAL-REGION-DIR
              END-IF
              MOVE TR-REGION TO WS-REGION-DIR
              MOVE 0 TO CP-ESC-REGION
              MOVE LOW-VALUES TO WS-AGENCE-DIR
           END-IF
           IF TR-AGENCE NOT = WS-AGENCE-DIR
              MOVE TR-AGENCE TO WS-AGENCE-DIR
              MOVE TR-AGENCE TO WS-AGENCE-RETENUE
              PERFORM 745-RECH-AGENCE
              PERFORM 806-ENTETE-AGENCE-DIR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
           READ FICACQ
           .

       614-LIRE-FICAGE.
           READ FICAGE
           .

       620-FERMER-FICALERT.
           CLOSE FICALERT
           .
           MOVE TR-RAISON TO FD-FICALINN-RAISON
           MOVE TR-AGE TO FD-FICALINN-AGE
           MOVE TR-OFFICIER TO FD-FICALINN-OFFICIER
           MOVE TR-AGENCE TO FD-FICALINN-AGENCE
           WRITE FD-FICALINN
           .

                TO WS-AFF-NUMCPT-FIN (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-OFFICIER
                TO WS-AFF-OFFICIER (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-AGENCE
                TO WS-AFF-AGENCE (IX-AFF-CHARG)
           PERFORM 612-LIRE-FICAFFEC
           .

           MOVE FD-FICALINO-AGE TO WS-INS-AGE (IX-INS-CHARG)
           MOVE FD-FICALINO-OFFICIER
                TO WS-INS-OFFICIER (IX-INS-CHARG)
           MOVE FD-FICALINO-AGENCE TO WS-INS-AGENCE (IX-INS-CHARG)
           MOVE 'N' TO WS-INS-REPRIS (IX-INS-CHARG)
           PERFORM 611-LIRE-FICALINO
           .
           PERFORM 613-LIRE-FICACQ
           .

       708-CHARGER-AGENCES.
           OPEN INPUT FICAGE
           IF FS-FICAGE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAGE    FS-FICAGE = '
                      FS-FICAGE
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM 614-LIRE-FICAGE
           PERFORM 709-CHARGER-ENTREE-AGE
             UNTIL FS-FICAGE = '10'
           CLOSE FICAGE
           .

       709-CHARGER-ENTREE-AGE.
           IF IX-AGE-CHARG = IX-AGE-MAX
              DISPLAY '*** TABLE DES AGENCES SATUREE A '
                      IX-AGE-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-AGE-CHARG
           MOVE FD-FICAGE-CODE TO WS-AGE-CODE (IX-AGE-CHARG)
           MOVE FD-FICAGE-NOM TO WS-AGE-NOM (IX-AGE-CHARG)
           MOVE FD-FICAGE-REGION TO WS-AGE-REGION (IX-AGE-CHARG)
           MOVE FD-FICAGE-DIRECTEUR
                TO WS-AGE-DIRECTEUR (IX-AGE-CHARG)
           PERFORM 614-LIRE-FICAGE
           .

       710-RECH-INSTANCE.
           SET WS-INS-ABSENT TO TRUE
           PERFORM VARYING IX-INS FROM 1 BY 1
      *    'NONAFFEC' REMONTE A LA DIRECTION AVEC LES ESCALADES
       740-RESOUDRE-AFFECTATION.
           MOVE 'NONAFFEC' TO WS-OFFICIER-RETENU
           MOVE SPACES TO WS-AGENCE-RETENUE
           PERFORM VARYING IX-AFF FROM 1 BY 1
             UNTIL IX-AFF > IX-AFF-CHARG
              IF WS-NUMCPT-COURANT
                     NOT > WS-AFF-NUMCPT-FIN (IX-AFF)
                 MOVE WS-AFF-OFFICIER (IX-AFF)
                      TO WS-OFFICIER-RETENU
                 MOVE WS-AFF-AGENCE (IX-AFF)
                      TO WS-AGENCE-RETENUE
                 MOVE IX-AFF-CHARG TO IX-AFF
              END-IF
           END-PERFORM
           END-IF
           .

      *    NOM, REGION ET DIRECTEUR DE L'AGENCE RETENUE ; AGENCE A
      *    BLANC OU ABSENTE DU REFERENTIEL : REGION A BLANC (EN TETE
      *    DU TRI)
       745-RECH-AGENCE.
           MOVE SPACES TO WS-REGION-RETENUE
           MOVE SPACES TO WS-DIRECTEUR-AGENCE
           IF WS-AGENCE-RETENUE = SPACES
              MOVE 'SANS AGENCE' TO WS-NOM-AGENCE
           ELSE
              MOVE 'HORS REFERENTIEL' TO WS-NOM-AGENCE
           END-IF
           MOVE 0 TO IX-AGE-CPT
           PERFORM VARYING IX-AGE FROM 1 BY 1
             UNTIL IX-AGE > IX-AGE-CHARG
                OR IX-AGE-CPT > 0
              IF WS-AGE-CODE (IX-AGE) = WS-AGENCE-RETENUE
                 MOVE IX-AGE TO IX-AGE-CPT
              END-IF
           END-PERFORM
           IF IX-AGE-CPT > 0
              MOVE WS-AGE-NOM (IX-AGE-CPT) TO WS-NOM-AGENCE
              MOVE WS-AGE-REGION (IX-AGE-CPT) TO WS-REGION-RETENUE
              MOVE WS-AGE-DIRECTEUR (IX-AGE-CPT)
                   TO WS-DIRECTEUR-AGENCE
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-NB-JOURS = 0

       802-ENTETE-OFFICIER.
           MOVE WS-OFFICIER-EDITE TO ED-OFF-OFFICIER
           MOVE WS-AGENCE-EDITEE TO ED-OFF-AGENCE
           MOVE WS-NOM-AGENCE TO ED-OFF-NOM
           MOVE ED-ENTETE-OFFICIER TO ED-ZONE-ED
           WRITE FD-FICLISTE FROM ED-ZONE-ED AFTER PAGE
           MOVE TR-REGION TO ED-ERG-REGION
           IF TR-REGION = SPACES
              MOVE '(AUCUNE)' TO ED-ERG-REGION
           END-IF
           MOVE ED-ENTETE-REGION TO ED-ZONE-ED
           WRITE FD-FICLISTE FROM ED-ZONE-ED
           .

       803-LIGNE-FICLISTE.
           WRITE FD-FICETATM FROM ED-ZONE-ED
           .

       806-ENTETE-AGENCE-DIR.
           MOVE TR-AGENCE TO ED-EAD-AGENCE
           MOVE WS-NOM-AGENCE TO ED-EAD-NOM
           MOVE WS-DIRECTEUR-AGENCE TO ED-EAD-DIRECTEUR
           MOVE ED-ENTETE-AGENCE-DIR TO ED-ZONE-ED
           WRITE FD-FICETATM FROM ED-ZONE-ED
           .

       807-TOTAL-REGION-DIR.
           MOVE WS-REGION-DIR TO ED-TRD-REGION
           IF WS-REGION-DIR = SPACES
              MOVE '(AUCUNE)' TO ED-TRD-REGION
           END-IF
           MOVE CP-ESC-REGION TO ED-TRD-NB
           MOVE ED-TOTAL-REGION-DIR TO ED-ZONE-ED
           WRITE FD-FICETATM FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *

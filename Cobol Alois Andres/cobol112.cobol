       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPAGE.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPAGE                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DU REFERENTIEL DES AGENCES FICAGE (CAGENCE) :     *
      *   - ANCIEN MAITRE (FICAGEO) + TRANSACTIONS (FICMAJA) ->       *
      *     NOUVEAU MAITRE (FICAGEN), EN LECTURE APPARIEE SUR LE      *
      *     CODE AGENCE                                               *
      *   - ACTIONS : C = CREATION (NOM, REGION ET DATE D'OUVERTURE   *
      *     OBLIGATOIRES), M = MODIFICATION (SEULES LES ZONES         *
      *     RENSEIGNEES REMPLACENT CELLES DU MAITRE), F = FERMETURE   *
      *     (DATE DE FERMETURE NON ANTERIEURE A L'OUVERTURE) ; UNE    *
      *     AGENCE FERMEE RESTE AU REFERENTIEL POUR L'HISTORIQUE      *
      *   - CHAQUE ACTION PORTE LA DATE ET L'OPERATEUR, CONSERVES SUR *
      *     LE MAITRE ET REPRIS AU JOURNAL DES MISES A JOUR           *
      * LE REFERENTIEL EST LU PAR COBTPEDV (CONTROLE DE L'AGENCE DES  *
      * MOUVEMENTS), COBTPAA2 (RECAP PAR AGENCE ET PAR REGION) ET     *
      * COBTPDIS (ROUTAGE DES ALERTES PAR AGENCE).                    *
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
           SELECT FICAGEO ASSIGN TO FICAGEO FILE STATUS IS FS-FICAGEO.
           SELECT FICMAJA ASSIGN TO FICMAJA FILE STATUS IS FS-FICMAJA.
           SELECT FICAGEN ASSIGN TO FICAGEN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICAGEO
           RECORDING MODE IS F.
       01     FD-FICAGEO.
         05   FD-FICAGEO-CLE    PIC X(03).
         05   FILLER            PIC X(117).

       FD FICMAJA
           RECORDING MODE IS F.
       01     FD-FICMAJA.
         05   FD-FICMAJA-ACTION PIC X(01).
           88 FD-FICMAJA-CREATION  VALUE 'C'.
           88 FD-FICMAJA-MODIF     VALUE 'M'.
           88 FD-FICMAJA-FERMETURE VALUE 'F'.
         05   FD-FICMAJA-CLE    PIC X(03).
         05   FD-FICMAJA-NOM    PIC X(30).
         05   FD-FICMAJA-REGION PIC X(10).
         05   FD-FICMAJA-DATE-OUV PIC X(08).
         05   FD-FICMAJA-DATE-FERM PIC X(08).
         05   FD-FICMAJA-DIRECTEUR PIC X(30).
         05   FD-FICMAJA-DATE-MAJ PIC X(08).
         05   FD-FICMAJA-OPERATEUR PIC X(08).
         05   FILLER            PIC X(14).

      *    NOUVELLE GENERATION : FORMAT UNIQUE DU COPYBOOK CAGENCE
       FD FICAGEN
           RECORDING MODE IS F.
       COPY CAGENCE.

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
         05   FS-FICAGEO         PIC X(2).
         05   FS-FICMAJA         PIC X(2).

       01     WS-MAJA-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJA-OK             VALUE 'O'.
         88   WS-MAJA-KO             VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-AGEO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MAJA    PIC 9(6) COMP VALUE 0.
         05   CP-CREATION        PIC 9(6) COMP VALUE 0.
         05   CP-MODIF           PIC 9(6) COMP VALUE 0.
         05   CP-FERMETURE       PIC 9(6) COMP VALUE 0.
         05   CP-REPORT          PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DU REFERENTIEL DES AGENCES      '.

      *    JOURNAL : ACTION APPLIQUEE OU REFUSEE, AVEC DATE ET
      *    OPERATEUR DE LA TRANSACTION
       01     ED-LIGNE-MAJ.
         05   ED-MAJ-CODE        PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-MAJ-NOM         PIC X(30).
         05   FILLER             PIC X(01).
         05   ED-MAJ-ACTION      PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-MAJ-DATE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-MAJ-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-MAJ-LIBELLE     PIC X(25).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< AGENCES                                                 *
      *      ---------------------------------------------------------*
       100-AGENCES.
           PERFORM 600-OUVRIR-FICAGEO
           PERFORM 601-OUVRIR-FICMAJA
           PERFORM 602-OUVRIR-SORTIES
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICAGEO
           PERFORM 611-LIRE-FICMAJA

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICAGEO-CLE = HIGH-VALUE
               AND FD-FICMAJA-CLE = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / TRANSACTIONS                       *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICAGEO-CLE < FD-FICMAJA-CLE
                 MOVE FD-FICAGEO TO FD-FICAGE
                 PERFORM 630-ECRIRE-FICAGEN
                 ADD 1 TO CP-REPORT
                 PERFORM 610-LIRE-FICAGEO
              WHEN FD-FICAGEO-CLE > FD-FICMAJA-CLE
                 IF FD-FICMAJA-CREATION
                    PERFORM 700-CONTROLER-CREATION
                    IF WS-MAJA-OK
                       PERFORM 710-CONSTRUIRE-DEPUIS-MAJA
                       PERFORM 630-ECRIRE-FICAGEN
                       MOVE 'CREEE' TO ED-MAJ-LIBELLE
                       PERFORM 805-LIGNE-JOURNAL
                       ADD 1 TO CP-CREATION
                    END-IF
                 ELSE
                    MOVE 'AGENCE INCONNUE' TO ED-MAJ-LIBELLE
                    PERFORM 804-LIGNE-ANOMALIE
                 END-IF
                 PERFORM 611-LIRE-FICMAJA
              WHEN OTHER
                 MOVE FD-FICAGEO TO FD-FICAGE
                 EVALUATE TRUE
                    WHEN FD-FICMAJA-MODIF
                       PERFORM 701-CONTROLER-MODIF
                       IF WS-MAJA-OK
                          PERFORM 720-APPLIQUER-MODIF
                          MOVE 'MODIFIEE' TO ED-MAJ-LIBELLE
                          PERFORM 805-LIGNE-JOURNAL
                          ADD 1 TO CP-MODIF
                       END-IF
                    WHEN FD-FICMAJA-FERMETURE
                       PERFORM 702-CONTROLER-FERMETURE
                       IF WS-MAJA-OK
                          PERFORM 730-APPLIQUER-FERMETURE
                          MOVE 'FERMEE' TO ED-MAJ-LIBELLE
                          PERFORM 805-LIGNE-JOURNAL
                          ADD 1 TO CP-FERMETURE
                       END-IF
                    WHEN FD-FICMAJA-CREATION
                       MOVE 'DEJA CONNUE' TO ED-MAJ-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                    WHEN OTHER
                       MOVE 'ACTION INVALIDE' TO ED-MAJ-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                 END-EVALUATE
                 PERFORM 630-ECRIRE-FICAGEN
                 PERFORM 610-LIRE-FICAGEO
                 PERFORM 611-LIRE-FICMAJA
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICAGEO.
           OPEN INPUT FICAGEO
           IF FS-FICAGEO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAGEO   FS-FICAGEO = '
                      FS-FICAGEO
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       601-OUVRIR-FICMAJA.
           OPEN INPUT FICMAJA
           IF FS-FICMAJA NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJA   FS-FICMAJA = '
                      FS-FICMAJA
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       602-OUVRIR-SORTIES.
           OPEN OUTPUT FICAGEN
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICAGEO.
           READ FICAGEO
           IF FS-FICAGEO = '10'
              MOVE HIGH-VALUE TO FD-FICAGEO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-AGEO
           END-IF
           .

       611-LIRE-FICMAJA.
           READ FICMAJA
           IF FS-FICMAJA = '10'
              MOVE HIGH-VALUE TO FD-FICMAJA-CLE
           ELSE
              ADD 1 TO CP-LECTURE-MAJA
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICAGEO
           CLOSE FICMAJA
           CLOSE FICAGEN
           CLOSE FICETAT
           .

       630-ECRIRE-FICAGEN.
           WRITE FD-FICAGE
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    CREATION : CODE, NOM, REGION ET DATE D'OUVERTURE EXIGES EN
      *    PLUS DE LA DATE ET DE L'OPERATEUR DE LA TRANSACTION
       700-CONTROLER-CREATION.
           PERFORM 703-CONTROLER-TRACE
           IF WS-MAJA-OK
              AND (FD-FICMAJA-CLE = SPACES
                   OR FD-FICMAJA-CLE = '***')
              MOVE 'CODE AGENCE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND FD-FICMAJA-NOM = SPACES
              MOVE 'NOM ABSENT' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND FD-FICMAJA-REGION = SPACES
              MOVE 'REGION ABSENTE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND (FD-FICMAJA-DATE-OUV NOT NUMERIC
                   OR FD-FICMAJA-DATE-OUV = ZERO)
              MOVE 'DATE OUVERTURE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           .

      *    MODIFICATION : UNE DATE D'OUVERTURE FOURNIE DOIT ETRE
      *    NUMERIQUE ; LA FERMETURE PASSE PAR L'ACTION F
       701-CONTROLER-MODIF.
           PERFORM 703-CONTROLER-TRACE
           IF WS-MAJA-OK
              AND FD-FICMAJA-DATE-OUV NOT = SPACES
              AND (FD-FICMAJA-DATE-OUV NOT NUMERIC
                   OR FD-FICMAJA-DATE-OUV = ZERO)
              MOVE 'DATE OUVERTURE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           .

       702-CONTROLER-FERMETURE.
           PERFORM 703-CONTROLER-TRACE
           IF WS-MAJA-OK
              AND NOT FD-FICAGE-OUVERTE
              MOVE 'DEJA FERMEE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND (FD-FICMAJA-DATE-FERM NOT NUMERIC
                   OR FD-FICMAJA-DATE-FERM = ZERO)
              MOVE 'DATE FERMETURE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND FD-FICMAJA-DATE-FERM < FD-FICAGE-DATE-OUV
              MOVE 'FERMETURE AVANT OUVERT.' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           .

      *    DATE ET OPERATEUR DE LA TRANSACTION, EXIGES POUR TOUTE
      *    ACTION
       703-CONTROLER-TRACE.
           MOVE 'O' TO WS-MAJA-VALIDE
           IF FD-FICMAJA-DATE-MAJ NOT NUMERIC
              OR FD-FICMAJA-DATE-MAJ = ZERO
              MOVE 'DATE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           IF WS-MAJA-OK
              AND FD-FICMAJA-OPERATEUR = SPACES
              MOVE 'OPERATEUR ABSENT' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJA-VALIDE
           END-IF
           .

       710-CONSTRUIRE-DEPUIS-MAJA.
           MOVE SPACES TO FD-FICAGE
           MOVE FD-FICMAJA-CLE        TO FD-FICAGE-CODE
           MOVE FD-FICMAJA-NOM        TO FD-FICAGE-NOM
           MOVE FD-FICMAJA-REGION     TO FD-FICAGE-REGION
           MOVE FD-FICMAJA-DATE-OUV   TO FD-FICAGE-DATE-OUV
           MOVE 0                     TO FD-FICAGE-DATE-FERM
           MOVE FD-FICMAJA-DIRECTEUR  TO FD-FICAGE-DIRECTEUR
           MOVE FD-FICMAJA-DATE-MAJ   TO FD-FICAGE-DATE-MAJ
           MOVE FD-FICMAJA-OPERATEUR  TO FD-FICAGE-OPERATEUR
           .

      *    SEULES LES ZONES RENSEIGNEES REMPLACENT CELLES DU MAITRE
       720-APPLIQUER-MODIF.
           IF FD-FICMAJA-NOM NOT = SPACES
              MOVE FD-FICMAJA-NOM TO FD-FICAGE-NOM
           END-IF
           IF FD-FICMAJA-REGION NOT = SPACES
              MOVE FD-FICMAJA-REGION TO FD-FICAGE-REGION
           END-IF
           IF FD-FICMAJA-DATE-OUV NOT = SPACES
              MOVE FD-FICMAJA-DATE-OUV TO FD-FICAGE-DATE-OUV
           END-IF
           IF FD-FICMAJA-DIRECTEUR NOT = SPACES
              MOVE FD-FICMAJA-DIRECTEUR TO FD-FICAGE-DIRECTEUR
           END-IF
           MOVE FD-FICMAJA-DATE-MAJ   TO FD-FICAGE-DATE-MAJ
           MOVE FD-FICMAJA-OPERATEUR  TO FD-FICAGE-OPERATEUR
           .

       730-APPLIQUER-FERMETURE.
           MOVE FD-FICMAJA-DATE-FERM  TO FD-FICAGE-DATE-FERM
           MOVE FD-FICMAJA-DATE-MAJ   TO FD-FICAGE-DATE-MAJ
           MOVE FD-FICMAJA-OPERATEUR  TO FD-FICAGE-OPERATEUR
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D AGENCES LUES        : ' CP-LECTURE-AGEO
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJA
           DISPLAY 'NOMBRE DE CREATIONS          : ' CP-CREATION
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIF
           DISPLAY 'NOMBRE DE FERMETURES         : ' CP-FERMETURE
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORT
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ANOMALIE.
           PERFORM 805-LIGNE-JOURNAL
           ADD 1 TO CP-ANOMALIES
           .

       805-LIGNE-JOURNAL.
           MOVE FD-FICMAJA-CLE        TO ED-MAJ-CODE
           MOVE FD-FICMAJA-NOM        TO ED-MAJ-NOM
           MOVE FD-FICMAJA-ACTION     TO ED-MAJ-ACTION
           MOVE FD-FICMAJA-DATE-MAJ   TO ED-MAJ-DATE
           MOVE FD-FICMAJA-OPERATEUR  TO ED-MAJ-OPERATEUR
           MOVE ED-LIGNE-MAJ TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

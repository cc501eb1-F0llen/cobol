      * FICMAJC :                                                     *
      *   C = CREATION CLIENT    M = MODIFICATION    S = SUPPRESSION  *
      *   A = ATTACHE UN COMPTE  R = RETIRE UN COMPTE                 *
      *   D = DECLARATION DE DECES (DATE DU DECES EN TRANSACTION) :   *
      *       LE CLIENT EST MARQUE DECEDE ; LES CONSEQUENCES SUR SES  *
      *       COMPTES SONT TIREES PAR COBTPDCD A LA SUITE             *
      * UN CLIENT PEUT DETENIR PLUSIEURS COMPTES ET UN COMPTE PEUT    *
      * AVOIR PLUSIEURS DETENTEURS : LE LIEN FICLNK EST CLE SUR       *
      * NUMCPT + NUMCLI ET PORTE UN ROLE (T = TITULAIRE PRINCIPAL,    *
      * J = COTITULAIRE, P = PROCURATION). LE RETRAIT DU DERNIER      *
      * TITULAIRE PRINCIPAL D'UN COMPTE EST REFUSE.                   *
      * LE STATUT FISCAL DU CLIENT (S = SOUMIS A LA RETENUE A LA      *
      * SOURCE SUR INTERETS, E = EXONERE) EST POSE A LA CREATION      *
      * (SOUMIS PAR DEFAUT) ET CHANGE PAR UNE MODIFICATION.           *
      * IL EN VA DE MEME DU SECTEUR INSTITUTIONNEL SEC 2010 (MENAGES  *
      * S14 PAR DEFAUT) ET DU PAYS DE RESIDENCE ISO (FR PAR DEFAUT)   *
      * REPRIS PAR LA DECLARATION MENSUELLE COBTPBCE.                 *
      * TOUT CHANGEMENT D'ADRESSE EST TRACE DANS L'HISTORIQUE FICHADR *
      * (ANCIENNE ET NOUVELLE ADRESSE, DATE, OPERATEUR) ET DEPOSE UN  *
      * EVENEMENT 'CADR' DANS FICLETRQ : COBTPLET ENVOIE LA LETTRE DE *
      * CONFIRMATION A L'ANCIENNE ADRESSE.                            *
      * UN CLIENT NE PEUT ETRE TITULAIRE OU COTITULAIRE QUE D'UN SEUL *
      * LIVRET REGLEMENTE (PRODUIT 'L' DU KSDS FICCPT, COPY CLIVRET) : *
      * L'ATTACHE D'UN SECOND LIVRET ET LA FUSION QUI EN DONNERAIT    *
      * DEUX AU SURVIVANT SONT REFUSEES (STATUT 'LIVRET2').           *
      * L'ACTION T ENREGISTRE LA RESIDENCE FISCALE DU CLIENT SUR LE   *
      * KSDS FICRFIS (COPY CRESFIS) : AUTO-CERTIFICATION ET SA DATE,  *
      * PERSONNE AMERICAINE, PAYS DE RESIDENCE ET NIF (ECHANGE        *
      * AUTOMATIQUE CRS/FATCA, COBTPIND ET COBTPEAI).                 *
      * LE CHOIX DU RELEVE CONSOLIDE (O/N, NON A LA CREATION) EST     *
      * POSE PAR LES ACTIONS C ET M : LE CLIENT RECOIT ALORS UN SEUL  *
      * PLI MENSUEL POUR TOUS SES COMPTES (COBTPRCO).                  *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | LE SURVIVANT, AVEC PISTE D'AUDIT *
      *          |          |      | ; REFUS SI LES DEUX CLIENTS      *
      *          |          |      | DETIENNENT UN MEME COMPTE        *
      * 15/10/26 |  ALOIS.A |      | DECLARATION DE DECES (ACTION     *
      *          |          |      | 'D') : INDICATEUR ET DATE DU     *
      *          |          |      | DECES PORTES SUR FICCLI          *
      * 15/10/26 |  ALOIS.A |      | STATUT FISCAL DU CLIENT (RETENUE *
      *          |          |      | A LA SOURCE SUR INTERETS)        *
      * 15/10/26 |  ALOIS.A |      | HISTORIQUE DES CHANGEMENTS       *
      *          |          |      | D'ADRESSE (FICHADR) ET LETTRE DE *
      *          |          |      | CONFIRMATION A L'ANCIENNE        *
      *          |          |      | ADRESSE (EVENEMENT 'CADR')       *
      * 15/10/26 |  ALOIS.A |      | UN SEUL LIVRET REGLEMENTE PAR    *
      *          |          |      | CLIENT (TITULAIRE/COTITULAIRE) : *
      *          |          |      | ATTACHE ET FUSION REFUSEES       *
      *          |          |      | (STATUT 'LIVRET2')               *
      * 15/10/26 |  ALOIS.A |      | SECTEUR INSTITUTIONNEL ET PAYS   *
      *          |          |      | DE RESIDENCE DU CLIENT (ACTIONS  *
      *          |          |      | 'C' ET 'M') POUR LA DECLARATION  *
      *          |          |      | BANQUE CENTRALE                  *
      * 15/10/26 |  ALOIS.A |      | RESIDENCE FISCALE (ACTION 'T') : *
      *          |          |      | AUTO-CERTIFICATION, PAYS ET NIF  *
      *          |          |      | SUR LE KSDS FICRFIS (CRS/FATCA)  *
      * 15/10/26 |  ALOIS.A |      | RELEVE CONSOLIDE (ACTIONS 'C' ET *
      *          |          |      | 'M') : UN SEUL PLI MENSUEL POUR  *
      *          |          |      | TOUS LES COMPTES DU CLIENT       *
      *===============================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICHADR ASSIGN TO FICHADR.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICMAJC ASSIGN TO FICMAJC FILE STATUS IS FS-FICMAJC.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICRFIS ASSIGN TO FICRFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICRFIS-NUMCLI
           FILE STATUS IS FS-FICRFIS.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
           88 FD-FICAUDIT-OP-CREATION   VALUE 'CREATION'.
           88 FD-FICAUDIT-OP-MODIF      VALUE 'MODIF   '.
           88 FD-FICAUDIT-OP-SUPPR      VALUE 'SUPPR   '.
           88 FD-FICAUDIT-OP-DECES      VALUE 'DECES   '.
           88 FD-FICAUDIT-OP-RESFIS     VALUE 'RESIFISC'.
         05   FD-FICAUDIT-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-DATE        PIC 9(08).
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

      *    HISTORIQUE DES CHANGEMENTS D'ADRESSE
       FD FICHADR
           RECORDING MODE IS F.
       COPY CHADR.

      *    EVENEMENT NORMALISE POUR L'EDITEUR DE LETTRES COBTPLET
       FD FICLETRQ
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FD-FICLETRQ-MOTIF PIC X(30).
         05   FILLER            PIC X(10).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NPAI            PIC X(01).
           88 FD-FICCLI-NPAI-SIGNALE      VALUE 'O'.
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
           88 FD-FICCLI-FISC-SOUMIS       VALUE 'S'.
           88 FD-FICCLI-FISC-EXONERE      VALUE 'E'.
      *    SECTEUR INSTITUTIONNEL (SEC 2010) ET PAYS DE RESIDENCE (ISO)
      *    POUR LA DECLARATION STATISTIQUE A LA BANQUE CENTRALE
         05 FD-FICCLI-SECTEUR         PIC X(04).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
      *    RELEVE CONSOLIDE DE TOUS LES COMPTES DU CLIENT (O/N)
         05 FD-FICCLI-RELEVE-CONSOL   PIC X(01).
           88 FD-FICCLI-CONSOLIDE         VALUE 'O'.
         05 FILLER                    PIC X(14).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FD-FICCPT-DATE-OUV        PIC 9(08).
         05 FD-FICCPT-SOLDE           PIC S9(09)V9(02) COMP-3.
         05 FD-FICCPT-DATE-MAJ        PIC 9(08).
         05 FD-FICCPT-NOM             PIC X(20).
         05 FD-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

      *    RESIDENCES FISCALES ET AUTO-CERTIFICATION (CRS/FATCA)
       FD FICRFIS.
       COPY CRESFIS.

       FD FICMAJC
           RECORDING MODE IS F.
       01     FD-FICMAJC.
           88 FD-FICMAJC-NPAI     VALUE 'N'.
           88 FD-FICMAJC-NPAI-LEVEE VALUE 'L'.
           88 FD-FICMAJC-FUSION   VALUE 'F'.
           88 FD-FICMAJC-DECES    VALUE 'D'.
           88 FD-FICMAJC-RESID-FISC VALUE 'T'.
         05   FD-FICMAJC-IDENTITE.
           10 FD-FICMAJC-NOM      PIC X(30).
           10 FD-FICMAJC-ADR1     PIC X(30).
           10 FD-FICMAJC-ADR2     PIC X(30).
           10 FD-FICMAJC-CODPOST  PIC X(05).
           10 FD-FICMAJC-VILLE    PIC X(25).
      *    RESIDENCE FISCALE (ACTION 'T') A LA PLACE DE L'IDENTITE
         05   FD-FICMAJC-RESFIS REDEFINES FD-FICMAJC-IDENTITE.
           10 FD-FICMAJC-AUTOCERT PIC X(01).
             88 FD-FICMAJC-AUTOCERT-VALIDE VALUE 'O' 'N' 'R'.
             88 FD-FICMAJC-AUTOCERT-RECUE  VALUE 'O'.
           10 FD-FICMAJC-DATE-AUTOCERT PIC 9(08).
           10 FD-FICMAJC-US-PERSON PIC X(01).
             88 FD-FICMAJC-US-PERSON-VALIDE VALUE 'O' 'N'.
           10 FD-FICMAJC-NB-PAYS  PIC 9(01).
           10 FD-FICMAJC-RESIDENCE OCCURS 4 TIMES.
             15 FD-FICMAJC-PAYS-FISC PIC X(02).
             15 FD-FICMAJC-NIF    PIC X(20).
           10 FILLER              PIC X(21).
         05   FD-FICMAJC-TELEPH   PIC X(15).
         05   FD-FICMAJC-PREF-RELEVE PIC X(01).
         05   FD-FICMAJC-NUMCPT   PIC X(10).
      *    CLIENT ABSORBE D'UNE FUSION (ACTION 'F' : FD-FICMAJC-NUMCLI
      *    EST LE SURVIVANT)
         05   FD-FICMAJC-NUMCLI2  PIC X(08).
      *    DATE DU DECES (ACTION 'D')
         05   FD-FICMAJC-DATE-DECES PIC 9(08).
      *    STATUT FISCAL (ACTIONS 'C' ET 'M') : S = SOUMIS, E = EXONERE
         05   FD-FICMAJC-STATUT-FISC PIC X(01).
      *    OPERATEUR DE SAISIE (TRACE DES CHANGEMENTS D'ADRESSE)
         05   FD-FICMAJC-OPERATEUR PIC X(08).
      *    SECTEUR INSTITUTIONNEL SEC 2010 ET PAYS DE RESIDENCE ISO
      *    (ACTIONS 'C' ET 'M') ; A LA CREATION, MENAGES (S14) ET
      *    FRANCE PAR DEFAUT
         05   FD-FICMAJC-SECTEUR  PIC X(04).
           88 FD-FICMAJC-SECTEUR-CONNU VALUE 'S11 ' 'S121' 'S122'
                                   'S123' 'S124' 'S125' 'S126' 'S127'
                                   'S128' 'S129' 'S13 ' 'S14 ' 'S15 '.
         05   FD-FICMAJC-PAYS-RESID PIC X(02).
      *    RELEVE CONSOLIDE (ACTIONS 'C' ET 'M') : O = OUI, N = NON
         05   FD-FICMAJC-RELEVE-CONSOL PIC X(01).
           88 FD-FICMAJC-CONSOL-VALIDE VALUE 'O' 'N'.
         05   FILLER              PIC X(05).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
         05   FS-FICMAJC           PIC 9(2).
         05   FS-FICCLI            PIC 9(2).
         05   FS-FICLNK            PIC 9(2).
         05   FS-FICCPT            PIC 9(2).
         05   FS-FICRFIS           PIC 9(2).

       01  WS-FICCLI-ENREG.
         05 WS-FICCLI-NUMCLI          PIC X(08).
         05 WS-FICCLI-DATE-MAJ        PIC 9(08).
         05 WS-FICCLI-NPAI            PIC X(01).
         05 WS-FICCLI-DATE-NPAI       PIC 9(08).
         05 WS-FICCLI-DECES           PIC X(01).
           88 WS-FICCLI-DECEDE            VALUE 'O'.
         05 WS-FICCLI-DATE-DECES      PIC 9(08).
         05 WS-FICCLI-STATUT-FISC     PIC X(01).
           88 WS-FICCLI-FISC-SOUMIS       VALUE 'S'.
           88 WS-FICCLI-FISC-EXONERE      VALUE 'E'.
         05 WS-FICCLI-SECTEUR         PIC X(04).
         05 WS-FICCLI-PAYS-RESID      PIC X(02).
         05 WS-FICCLI-RELEVE-CONSOL   PIC X(01).
         05 FILLER                    PIC X(14).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
         05 CP-LIEN-KO    PIC 9(4) COMP VALUE 0.
         05 CP-FUSION-OK  PIC 9(4) COMP VALUE 0.
         05 CP-FUSION-KO  PIC 9(4) COMP VALUE 0.
         05 CP-DECES-OK   PIC 9(4) COMP VALUE 0.
         05 CP-DECES-KO   PIC 9(4) COMP VALUE 0.
         05 CP-RESFIS-OK  PIC 9(4) COMP VALUE 0.
         05 CP-RESFIS-KO  PIC 9(4) COMP VALUE 0.
         05 CP-CHGT-ADR   PIC 9(4) COMP VALUE 0.
         05 CP-ACT-ERR    PIC 9(4) COMP VALUE 0.
         05 CP-TOT-ERR    PIC 9(4) COMP VALUE 0.
         05 CP-TOT-ACT    PIC 9(4) COMP VALUE 0.
         88 WS-FUSION-OK           VALUE 'O'.
         88 WS-FUSION-KO           VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : UN SEUL PAR CLIENT TITULAIRE OU     *
      *      COTITULAIRE (LA PROCURATION NE COMPTE PAS)               *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01 WS-LIV-NUMCLI        PIC X(08).
       01 WS-LIV-NUMCPT        PIC X(10).
       01 WS-LIVRET-CONTROLE   PIC X VALUE 'N'.
         88 WS-LIVRET-DOUBLE       VALUE 'O'.
         88 WS-LIVRET-UNIQUE       VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< RESIDENCE FISCALE : CONTROLE DES PAYS SAISIS            *
      *      ---------------------------------------------------------*
       01 IX-RFS               PIC 9(4) COMP VALUE 0.
       01 WS-RESFIS-VALIDE     PIC X VALUE 'O'.
         88 WS-RESFIS-OK           VALUE 'O'.
         88 WS-RESFIS-KO           VALUE 'N'.
       01 WS-RESFIS-PRESENCE   PIC X VALUE 'N'.
         88 WS-RESFIS-EXISTANTE    VALUE 'O'.
         88 WS-RESFIS-NOUVELLE     VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< ADRESSE DU CLIENT AVANT MODIFICATION                    *
      *      ---------------------------------------------------------*
       01 WS-ANCIENNE-ADRESSE.
         05 WS-ANC-ADR1        PIC X(30).
         05 WS-ANC-ADR2        PIC X(30).
         05 WS-ANC-CODPOST     PIC X(05).
         05 WS-ANC-VILLE       PIC X(25).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
           PERFORM 600-OUVRIR-FICMAJC
           PERFORM 601-OUVRIR-FICCLI
           PERFORM 602-OUVRIR-FICLNK
           PERFORM 629-OUVRIR-FICCPT
           PERFORM 609-OUVRIR-FICETAT
           PERFORM 621-OUVRIR-FICAUDIT
           PERFORM 625-OUVRIR-FICHADR
           PERFORM 631-OUVRIR-FICRFIS
           PERFORM 700-INITIALISATION
           PERFORM 603-LIRE-FICMAJC
           PERFORM 802-ENTETE-FICETAT
           PERFORM 604-FERMER-FICMAJC
           PERFORM 605-FERMER-FICCLI
           PERFORM 606-FERMER-FICLNK
           PERFORM 630-FERMER-FICCPT
           PERFORM 610-FERMER-FICETAT
           PERFORM 622-FERMER-FICAUDIT
           PERFORM 626-FERMER-FICHADR
           PERFORM 632-FERMER-FICRFIS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .
           END-IF
           .

       629-OUVRIR-FICCPT.
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
             DISPLAY ' ERREUR OUVERTURE FICCPT   FS-FICCPT = ' FS-FICCPT
             PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       630-FERMER-FICCPT.
           CLOSE FICCPT
           .

       603-LIRE-FICMAJC.
           READ FICMAJC
           END-READ
           CLOSE FICETAT
           .

      *    L'HISTORIQUE DES ADRESSES ET LES EVENEMENTS DE LETTRE SONT
      *    OUVERTS ET FERMES ENSEMBLE
       625-OUVRIR-FICHADR.
           OPEN OUTPUT FICHADR
           OPEN OUTPUT FICLETRQ
           .

       626-FERMER-FICHADR.
           CLOSE FICHADR
           CLOSE FICLETRQ
           .

       631-OUVRIR-FICRFIS.
           OPEN I-O FICRFIS
           IF FS-FICRFIS NOT = 00
             DISPLAY ' ERREUR OUVERTURE FICRFIS  FS-FICRFIS = '
                     FS-FICRFIS
             PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       632-FERMER-FICRFIS.
           CLOSE FICRFIS
           .

       627-ECRIRE-FICHADR.
           MOVE SPACES TO FD-FICHADR
           MOVE WS-FICCLI-NUMCLI TO FD-FICHADR-NUMCLI
           MOVE WS-FICCLI-DATE-MAJ TO FD-FICHADR-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICHADR-HEURE
           IF FD-FICMAJC-OPERATEUR = SPACES
              MOVE 'COBTPCLI' TO FD-FICHADR-OPERATEUR
           ELSE
              MOVE FD-FICMAJC-OPERATEUR TO FD-FICHADR-OPERATEUR
           END-IF
           MOVE WS-ANC-ADR1 TO FD-FICHADR-ANC-ADR1
           MOVE WS-ANC-ADR2 TO FD-FICHADR-ANC-ADR2
           MOVE WS-ANC-CODPOST TO FD-FICHADR-ANC-CODPOST
           MOVE WS-ANC-VILLE TO FD-FICHADR-ANC-VILLE
           MOVE WS-FICCLI-ADR1 TO FD-FICHADR-NOU-ADR1
           MOVE WS-FICCLI-ADR2 TO FD-FICHADR-NOU-ADR2
           MOVE WS-FICCLI-CODPOST TO FD-FICHADR-NOU-CODPOST
           MOVE WS-FICCLI-VILLE TO FD-FICHADR-NOU-VILLE
           WRITE FD-FICHADR
           .

       628-ECRIRE-FICLETRQ.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'CADR' TO FD-FICLETRQ-MODELE
           MOVE WS-FICCLI-NUMCLI TO FD-FICLETRQ-NUMCLI
           MOVE WS-FICCLI-DATE-MAJ TO FD-FICLETRQ-DATE
           MOVE 0 TO FD-FICLETRQ-MONTANT
           MOVE 'CHANGEMENT D ADRESSE' TO FD-FICLETRQ-MOTIF
           WRITE FD-FICLETRQ
           .

       611-CREA-CLIENT.
           MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
           READ FICCLI
              ADD 1 TO CP-TOT-ERR
           ELSE IF FS-FICCLI = 23
              MOVE 'OK' TO AF-STATUT
              INITIALIZE WS-FICCLI-ENREG
              MOVE FD-FICMAJC-NUMCLI  TO WS-FICCLI-NUMCLI
              MOVE FD-FICMAJC-NOM     TO WS-FICCLI-NOM
              MOVE FD-FICMAJC-ADR1    TO WS-FICCLI-ADR1
              MOVE FD-FICMAJC-VILLE   TO WS-FICCLI-VILLE
              MOVE FD-FICMAJC-TELEPH  TO WS-FICCLI-TELEPH
              MOVE FD-FICMAJC-PREF-RELEVE TO WS-FICCLI-PREF-RELEVE
              IF FD-FICMAJC-STATUT-FISC = 'E'
                 SET WS-FICCLI-FISC-EXONERE TO TRUE
              ELSE
                 SET WS-FICCLI-FISC-SOUMIS TO TRUE
              END-IF
              IF FD-FICMAJC-SECTEUR-CONNU
                 MOVE FD-FICMAJC-SECTEUR TO WS-FICCLI-SECTEUR
              ELSE
                 MOVE 'S14 ' TO WS-FICCLI-SECTEUR
              END-IF
              IF FD-FICMAJC-PAYS-RESID ALPHABETIC
                 AND FD-FICMAJC-PAYS-RESID NOT = SPACES
                 MOVE FD-FICMAJC-PAYS-RESID TO WS-FICCLI-PAYS-RESID
              ELSE
                 MOVE 'FR' TO WS-FICCLI-PAYS-RESID
              END-IF
              IF FD-FICMAJC-RELEVE-CONSOL = 'O'
                 MOVE 'O' TO WS-FICCLI-RELEVE-CONSOL
              ELSE
                 MOVE 'N' TO WS-FICCLI-RELEVE-CONSOL
              END-IF
              MOVE FD-FICMAJC-DATE-MAJ TO WS-FICCLI-DATE-CREA
              MOVE FD-FICMAJC-DATE-MAJ TO WS-FICCLI-DATE-MAJ
              PERFORM 607-ECRIRE-FICCLI
              IF FD-FICMAJC-NOM NOT = SPACES
                 MOVE FD-FICMAJC-NOM TO WS-FICCLI-NOM
              END-IF
              MOVE WS-FICCLI-ADR1 TO WS-ANC-ADR1
              MOVE WS-FICCLI-ADR2 TO WS-ANC-ADR2
              MOVE WS-FICCLI-CODPOST TO WS-ANC-CODPOST
              MOVE WS-FICCLI-VILLE TO WS-ANC-VILLE
              IF FD-FICMAJC-ADR1 NOT = SPACES
                 MOVE FD-FICMAJC-ADR1 TO WS-FICCLI-ADR1
                 MOVE FD-FICMAJC-ADR2 TO WS-FICCLI-ADR2
              IF FD-FICMAJC-PREF-RELEVE NOT = SPACE
                 MOVE FD-FICMAJC-PREF-RELEVE TO WS-FICCLI-PREF-RELEVE
              END-IF
              IF FD-FICMAJC-STATUT-FISC = 'S'
                 OR FD-FICMAJC-STATUT-FISC = 'E'
                 MOVE FD-FICMAJC-STATUT-FISC TO WS-FICCLI-STATUT-FISC
              END-IF
              IF FD-FICMAJC-SECTEUR-CONNU
                 MOVE FD-FICMAJC-SECTEUR TO WS-FICCLI-SECTEUR
              END-IF
              IF FD-FICMAJC-PAYS-RESID ALPHABETIC
                 AND FD-FICMAJC-PAYS-RESID NOT = SPACES
                 MOVE FD-FICMAJC-PAYS-RESID TO WS-FICCLI-PAYS-RESID
              END-IF
              IF FD-FICMAJC-CONSOL-VALIDE
                 MOVE FD-FICMAJC-RELEVE-CONSOL
                      TO WS-FICCLI-RELEVE-CONSOL
              END-IF
              MOVE FD-FICMAJC-DATE-MAJ TO WS-FICCLI-DATE-MAJ
              PERFORM 608-REECRIRE-FICCLI
              PERFORM 730-TRACER-CHGT-ADRESSE
              ADD 1 TO CP-MODIF-OK
           ELSE IF FS-FICCLI = 23
              MOVE 'A TORT' TO AF-STATUT
      *    ROLE A BLANC = TITULAIRE PRINCIPAL
           MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
           READ FICCLI
           SET WS-LIVRET-UNIQUE TO TRUE
           IF FS-FICCLI = 00
              AND FD-FICMAJC-ROLE NOT = 'P'
              MOVE FD-FICMAJC-NUMCLI TO WS-LIV-NUMCLI
              MOVE FD-FICMAJC-NUMCPT TO WS-LIV-NUMCPT
              PERFORM 740-CONTROLER-LIVRET
           END-IF
           IF FS-FICCLI NOT = 00
              MOVE 'A TORT' TO AF-STATUT
              ADD 1 TO CP-LIEN-KO
              ADD 1 TO CP-TOT-ERR
           ELSE IF WS-LIVRET-DOUBLE
              MOVE 'LIVRET2' TO AF-STATUT
              ADD 1 TO CP-LIEN-KO
              ADD 1 TO CP-TOT-ERR
           ELSE
              MOVE FD-FICMAJC-NUMCPT TO FD-FICLNK-NUMCPT
              MOVE FD-FICMAJC-NUMCLI TO FD-FICLNK-NUMCLI
                  UNTIL IX-FUS > IX-FUS-CHARG
                     OR WS-FUSION-KO
           END-IF
           IF WS-FUSION-OK
              PERFORM 655-CONTROLER-LIVRET-FUSION
                VARYING IX-FUS FROM 1 BY 1
                  UNTIL IX-FUS > IX-FUS-CHARG
                     OR WS-FUSION-KO
           END-IF
           IF WS-FUSION-OK
              PERFORM 653-REPOINTER-LIENS
                VARYING IX-FUS FROM 1 BY 1
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< UN LIVRET DE L'ABSORBE (HORS PROCURATION) NE PEUT PAS   *
      *      REJOINDRE UN SURVIVANT QUI EN DETIENT DEJA UN            *
      *      ---------------------------------------------------------*
       655-CONTROLER-LIVRET-FUSION.
           IF WS-FUS-ROLE (IX-FUS) NOT = 'P'
              MOVE FD-FICMAJC-NUMCLI TO WS-LIV-NUMCLI
              MOVE WS-FUS-NUMCPT (IX-FUS) TO WS-LIV-NUMCPT
              PERFORM 740-CONTROLER-LIVRET
              IF WS-LIVRET-DOUBLE
                 DISPLAY 'FUSION REFUSEE : LE SURVIVANT DETIENT DEJA '
                         'UN LIVRET, COMPTE ' WS-FUS-NUMCPT (IX-FUS)
                 MOVE 'LIVRET2' TO AF-STATUT
                 MOVE 'N' TO WS-FUSION-VALIDE
              END-IF
           END-IF
           .

       653-REPOINTER-LIENS.
           MOVE WS-FUS-NUMCPT (IX-FUS) TO FD-FICLNK-NUMCPT
           MOVE FD-FICMAJC-NUMCLI2 TO FD-FICLNK-NUMCLI
           PERFORM 623-ECRIRE-FICAUDIT
           .

      *      ---------------------------------------------------------*
      *-----< DECLARATION DE DECES : LA DATE DOIT ETRE UNE DATE       *
      *      VALIDE NON POSTERIEURE AU JOUR ; UN CLIENT DEJA DECLARE  *
      *      DECEDE N'EST PAS REPRIS                                  *
      *      ---------------------------------------------------------*
       624-DECLARER-DECES.
           MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
           READ FICCLI INTO WS-FICCLI-ENREG
           IF FS-FICCLI = 00
              IF FD-FICMAJC-DATE-DECES NOT NUMERIC
                 OR FD-FICMAJC-DATE-DECES = 0
                 OR FD-FICMAJC-DATE-DECES > WS-AUDIT-DATE
                 MOVE 'ERRONE' TO AF-STATUT
                 ADD 1 TO CP-DECES-KO
                 ADD 1 TO CP-TOT-ERR
              ELSE
                 IF WS-FICCLI-DECEDE
                    MOVE 'DEJA DCD' TO AF-STATUT
                    ADD 1 TO CP-DECES-KO
                    ADD 1 TO CP-TOT-ERR
                 ELSE
                    MOVE 'OK' TO AF-STATUT
                    MOVE 'O' TO WS-FICCLI-DECES
                    MOVE FD-FICMAJC-DATE-DECES TO WS-FICCLI-DATE-DECES
                    MOVE FD-FICMAJC-DATE-MAJ TO WS-FICCLI-DATE-MAJ
                    PERFORM 608-REECRIRE-FICCLI
                    MOVE FD-FICMAJC-NUMCLI TO FD-FICAUDIT-NUMCPT
                    SET FD-FICAUDIT-OP-DECES TO TRUE
                    PERFORM 623-ECRIRE-FICAUDIT
                    ADD 1 TO CP-DECES-OK
                 END-IF
              END-IF
           ELSE IF FS-FICCLI = 23
              MOVE 'A TORT' TO AF-STATUT
              ADD 1 TO CP-DECES-KO
              ADD 1 TO CP-TOT-ERR
           ELSE
              DISPLAY 'ERREUR ACCES FICCLI - FS : ' FS-FICCLI
              ADD 1 TO CP-TOT-ERR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RESIDENCE FISCALE (ACTION 'T') : LE CLIENT DOIT EXISTER *
      *      ; UNE AUTO-CERTIFICATION RECUE PORTE SA DATE DE          *
      *      SIGNATURE ET AU MOINS UN PAYS ; L'ENREGISTREMENT FICRFIS *
      *      EST CREE OU REMPLACE EN ENTIER                           *
      *      ---------------------------------------------------------*
       660-ENREG-RESID-FISCALE.
           MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
           READ FICCLI INTO WS-FICCLI-ENREG
           IF FS-FICCLI = 00
              PERFORM 661-CONTROLER-RESID-FISCALE
              IF WS-RESFIS-KO
                 MOVE 'ERRONE' TO AF-STATUT
                 ADD 1 TO CP-RESFIS-KO
                 ADD 1 TO CP-TOT-ERR
              ELSE
                 MOVE 'OK' TO AF-STATUT
                 MOVE FD-FICMAJC-NUMCLI TO FD-FICRFIS-NUMCLI
                 READ FICRFIS
                 IF FS-FICRFIS = 00
                    SET WS-RESFIS-EXISTANTE TO TRUE
                 ELSE
                    SET WS-RESFIS-NOUVELLE TO TRUE
                 END-IF
                 MOVE SPACES TO FD-FICRFIS
                 MOVE FD-FICMAJC-NUMCLI TO FD-FICRFIS-NUMCLI
                 MOVE FD-FICMAJC-AUTOCERT TO FD-FICRFIS-AUTOCERT
                 MOVE FD-FICMAJC-DATE-AUTOCERT
                   TO FD-FICRFIS-DATE-AUTOCERT
                 MOVE FD-FICMAJC-US-PERSON TO FD-FICRFIS-US-PERSON
                 MOVE FD-FICMAJC-NB-PAYS TO FD-FICRFIS-NB-PAYS
                 PERFORM VARYING IX-RFS FROM 1 BY 1 UNTIL IX-RFS > 4
                    IF IX-RFS > FD-FICMAJC-NB-PAYS
                       MOVE SPACES TO FD-FICRFIS-RESIDENCE (IX-RFS)
                    ELSE
                       MOVE FD-FICMAJC-RESIDENCE (IX-RFS)
                         TO FD-FICRFIS-RESIDENCE (IX-RFS)
                    END-IF
                 END-PERFORM
                 MOVE FD-FICMAJC-DATE-MAJ TO FD-FICRFIS-DATE-MAJ
                 MOVE FD-FICMAJC-OPERATEUR TO FD-FICRFIS-OPERATEUR
                 IF WS-RESFIS-EXISTANTE
                    REWRITE FD-FICRFIS
                 ELSE
                    WRITE FD-FICRFIS
                 END-IF
                 IF FS-FICRFIS NOT = 00
                    DISPLAY 'ERREUR ECRITURE FICRFIS - FS : ' FS-FICRFIS
                    MOVE 'ERREUR' TO AF-STATUT
                    ADD 1 TO CP-RESFIS-KO
                    ADD 1 TO CP-TOT-ERR
                 ELSE
                    MOVE FD-FICMAJC-NUMCLI TO FD-FICAUDIT-NUMCPT
                    SET FD-FICAUDIT-OP-RESFIS TO TRUE
                    PERFORM 623-ECRIRE-FICAUDIT
                    ADD 1 TO CP-RESFIS-OK
                 END-IF
              END-IF
           ELSE IF FS-FICCLI = 23
              MOVE 'A TORT' TO AF-STATUT
              ADD 1 TO CP-RESFIS-KO
              ADD 1 TO CP-TOT-ERR
           ELSE
              DISPLAY 'ERREUR ACCES FICCLI - FS : ' FS-FICCLI
              ADD 1 TO CP-TOT-ERR
           END-IF
           .

       661-CONTROLER-RESID-FISCALE.
           SET WS-RESFIS-OK TO TRUE
           IF NOT FD-FICMAJC-AUTOCERT-VALIDE
              OR NOT FD-FICMAJC-US-PERSON-VALIDE
              OR FD-FICMAJC-NB-PAYS NOT NUMERIC
              OR FD-FICMAJC-NB-PAYS > 4
              SET WS-RESFIS-KO TO TRUE
           END-IF
           IF WS-RESFIS-OK AND FD-FICMAJC-AUTOCERT-RECUE
              IF FD-FICMAJC-DATE-AUTOCERT NOT NUMERIC
                 OR FD-FICMAJC-DATE-AUTOCERT = 0
                 OR FD-FICMAJC-DATE-AUTOCERT > WS-AUDIT-DATE
                 OR FD-FICMAJC-NB-PAYS = 0
                 SET WS-RESFIS-KO TO TRUE
              END-IF
           END-IF
           IF WS-RESFIS-OK
              PERFORM VARYING IX-RFS FROM 1 BY 1
                UNTIL IX-RFS > FD-FICMAJC-NB-PAYS
                 IF FD-FICMAJC-PAYS-FISC (IX-RFS) = SPACES
                    OR FD-FICMAJC-PAYS-FISC (IX-RFS) NOT ALPHABETIC
                    SET WS-RESFIS-KO TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

       616-ANOMALIE-CODE.
           MOVE 'ERRONE' TO AF-STATUT
           ADD 1 TO CP-ACT-ERR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CHANGEMENT D'ADRESSE EFFECTIF : TRACE DANS L'HISTORIQUE *
      *      ET LETTRE DE CONFIRMATION A L'ANCIENNE ADRESSE, POUR     *
      *      QU'UN CHANGEMENT FRAUDULEUX SOIT SIGNALE PAR LE CLIENT   *
      *      ---------------------------------------------------------*
       730-TRACER-CHGT-ADRESSE.
           IF WS-FICCLI-ADR1 NOT = WS-ANC-ADR1
              OR WS-FICCLI-ADR2 NOT = WS-ANC-ADR2
              OR WS-FICCLI-CODPOST NOT = WS-ANC-CODPOST
              OR WS-FICCLI-VILLE NOT = WS-ANC-VILLE
              PERFORM 627-ECRIRE-FICHADR
              PERFORM 628-ECRIRE-FICLETRQ
              ADD 1 TO CP-CHGT-ADR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< LE COMPTE WS-LIV-NUMCPT EST-IL UN LIVRET REGLEMENTE,    *
      *      ET LE CLIENT WS-LIV-NUMCLI EST-IL DEJA TITULAIRE OU      *
      *      COTITULAIRE D'UN AUTRE LIVRET ? LE LIEN ETANT CLE PAR    *
      *      COMPTE, LES COMPTES DU CLIENT SONT CHERCHES PAR UN       *
      *      PARCOURS COMPLET, ENGAGE SEULEMENT POUR UN LIVRET        *
      *      ---------------------------------------------------------*
       740-CONTROLER-LIVRET.
           SET WS-LIVRET-UNIQUE TO TRUE
           MOVE WS-LIV-NUMCPT TO FD-FICCPT-NUMCPT
           READ FICCPT
           IF FS-FICCPT = 00
              AND FD-FICCPT-PRODUIT = WS-LIVRET-PRODUIT
              MOVE LOW-VALUES TO FD-FICLNK-CLE
              START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                    INVALID KEY MOVE '10' TO FS-FICLNK
              END-START
              IF FS-FICLNK = 00
                 PERFORM 617-LIRE-FICLNK-SUIVANT
                 PERFORM 741-EXAMINER-LIEN-LIVRET
                   UNTIL FS-FICLNK NOT = 00
                      OR WS-LIVRET-DOUBLE
              END-IF
           END-IF
           .

       741-EXAMINER-LIEN-LIVRET.
           IF FD-FICLNK-NUMCLI = WS-LIV-NUMCLI
              AND FD-FICLNK-NUMCPT NOT = WS-LIV-NUMCPT
              AND NOT FD-FICLNK-ROLE-PROCURATION
              MOVE FD-FICLNK-NUMCPT TO FD-FICCPT-NUMCPT
              READ FICCPT
              IF FS-FICCPT = 00
                 AND FD-FICCPT-PRODUIT = WS-LIVRET-PRODUIT
                 SET WS-LIVRET-DOUBLE TO TRUE
              END-IF
           END-IF
           IF WS-LIVRET-UNIQUE
              PERFORM 617-LIRE-FICLNK-SUIVANT
           END-IF
           .

       710-EVALUATE-CODE.
           MOVE SPACES TO AF-STATUT
           EVALUATE TRUE
                   PERFORM 619-LEVER-NPAI
               WHEN FD-FICMAJC-FUSION
                   PERFORM 650-FUSIONNER-CLIENTS
               WHEN FD-FICMAJC-DECES
                   PERFORM 624-DECLARER-DECES
               WHEN FD-FICMAJC-RESID-FISC
                   PERFORM 660-ENREG-RESID-FISCALE
               WHEN OTHER
                   PERFORM 616-ANOMALIE-CODE
           END-EVALUATE
           DISPLAY 'COMPTEUR LIENS KO         : ' CP-LIEN-KO
           DISPLAY 'COMPTEUR FUSIONS OK       : ' CP-FUSION-OK
           DISPLAY 'COMPTEUR FUSIONS KO       : ' CP-FUSION-KO
           DISPLAY 'COMPTEUR DECES OK         : ' CP-DECES-OK
           DISPLAY 'COMPTEUR DECES KO         : ' CP-DECES-KO
           DISPLAY 'COMPTEUR RESID. FISC. OK  : ' CP-RESFIS-OK
           DISPLAY 'COMPTEUR RESID. FISC. KO  : ' CP-RESFIS-KO
           DISPLAY 'COMPTEUR CHANGEMENTS ADR. : ' CP-CHGT-ADR
           DISPLAY 'COMPTEUR ACTIONS ERRONEES : ' CP-ACT-ERR
           DISPLAY 'COMPTEUR TOTAL ERREURS    : ' CP-TOT-ERR
           DISPLAY 'COMPTEUR TOTAL ACTIONS    : ' CP-TOT-ACT

       803-AFFICHAGE-FICETAT.
           MOVE FD-FICMAJC-NUMCLI TO ED-FICMAJC-NUMCLI
           IF FD-FICMAJC-RESID-FISC
              MOVE SPACES TO ED-FICMAJC-NOM
           ELSE
              MOVE FD-FICMAJC-NOM TO ED-FICMAJC-NOM
           END-IF
           MOVE FD-FICMAJC-NUMCPT TO ED-FICMAJC-NUMCPT
           MOVE FD-FICMAJC-CODE TO ED-FICMAJC-CODE
           MOVE AF-STATUT TO ED-STATUT

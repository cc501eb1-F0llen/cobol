       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPREN.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPREN                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * RENOUVELLEMENT MENSUEL DES CARTES ARRIVANT A EXPIRATION :     *
      *   - MISE A JOUR SUR PLACE DU MAITRE VSAM FICCART (CLE NUMERO  *
      *     DE CARTE)                                                 *
      *   - TOUTE CARTE ACTIVE, NON DEJA RENOUVELEE, DONT L'EXPIRATION*
      *     TOMBE DANS LES N MOIS (SYSIN) EST RENOUVELEE SI SON       *
      *     COMPTE EST VIVANT (PRESENT SUR FICCPT, NON DORMANT, NON   *
      *     CLOTURE - FICCLOS) ET NON GELE (FICBLOC TYPE 'G' ACTIF)   *
      *   - LA NOUVELLE CARTE RECOIT LE NUMERO SUIVANT LE PLUS GRAND  *
      *     NUMERO DU MAITRE (ELLE SE RANGE DONC EN FIN DE MAITRE),   *
      *     UNE EXPIRATION AVANCEE DE LA DUREE DE VALIDITE (SYSIN),   *
      *     LE STATUT 'N' (EN ATTENTE DE PREMIERE UTILISATION) ET LE  *
      *     LIEN VERS L'ANCIENNE CARTE ; L'ANCIENNE CARTE RESTE       *
      *     ACTIVE AVEC LE LIEN VERS SA REMPLACANTE : ELLE EST        *
      *     RESILIEE PAR COBTPEDV A LA PREMIERE UTILISATION DE LA     *
      *     NOUVELLE, OU TOMBE D'ELLE-MEME A SON EXPIRATION           *
      *   - ECRIT LE FICHIER DE FABRICATION FICEMBO POUR L'ENCARTEUR  *
      *     ET L'EVENEMENT DE LETTRE 'CART' (FICLETRQ) POUR COBTPLET  *
      *   - LES CARTES ECHEANT SANS RENOUVELLEMENT SONT EDITEES AVEC  *
      *     LE MOTIF                                                  *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ (A ZERO = DATE DU JOUR),  *
      *         N (2 CHIFFRES, 2 PAR DEFAUT), VALIDITE EN MOIS        *
      *         (3 CHIFFRES, 36 PAR DEFAUT)                           *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | FICCART DEVIENT UN KSDS (CLE     *
      *          |          |      | NUMCART) MIS A JOUR SUR PLACE    *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICBLOC ASSIGN TO FICBLOC
                  FILE STATUS IS FS-FICBLOC.
           SELECT FICCLOS ASSIGN TO FICCLOS FILE STATUS IS FS-FICCLOS.
           SELECT FICEMBO ASSIGN TO FICEMBO.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCART-N REDEFINES FD-FICCART-NUMCART
                                 PIC 9(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

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
         05 FD-FICCPT-DORMANT         PIC X(01).
           88 FD-FICCPT-EST-DORMANT       VALUE 'D'.
         05 FD-FICCPT-DATE-DORMANT    PIC 9(08).
         05 FD-FICCPT-DATE-RELANCE    PIC 9(08).
         05 FILLER                    PIC X(02).

       FD FICBLOC
           RECORDING MODE IS F.
       01     FD-FICBLOC.
         05   FD-FICBLOC-NUMCPT PIC X(10).
         05   FD-FICBLOC-TYPE  PIC X(01).
         05   FD-FICBLOC-REFERENCE PIC X(10).
         05   FD-FICBLOC-DATE-DEB PIC 9(08).
         05   FD-FICBLOC-DATE-FIN PIC 9(08).
         05   FD-FICBLOC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(33).

       FD FICCLOS
           RECORDING MODE IS F.
       01     FD-FICCLOS.
         05   FD-FICCLOS-NUMCPT PIC X(10).
         05   FD-FICCLOS-DATE   PIC 9(08).
         05   FD-FICCLOS-RAISON PIC X(02).
         05   FILLER            PIC X(60).

      *    FICHIER DE FABRICATION POUR L'ENCARTEUR : UN ENREGISTREMENT
      *    'D' PAR CARTE A FABRIQUER, UN ENREGISTREMENT 'T' DE CONTROLE
       FD FICEMBO
           RECORDING MODE IS F.
       01     FD-FICEMBO.
         05   FD-FICEMBO-TYPE   PIC X(01).
         05   FD-FICEMBO-NUMCART PIC X(09).
         05   FD-FICEMBO-NUMCPT PIC X(10).
         05   FD-FICEMBO-EXPIR  PIC 9(06).
         05   FD-FICEMBO-NOM    PIC X(20).
         05   FD-FICEMBO-PREC   PIC X(09).
         05   FD-FICEMBO-DATE   PIC 9(08).
         05   FILLER            PIC X(17).
       01     FD-FICEMBO-TRAILER.
         05   FD-FICEMBO-T-TYPE PIC X(01).
         05   FD-FICEMBO-T-NOMBRE PIC 9(09).
         05   FD-FICEMBO-T-DATE PIC 9(08).
         05   FILLER            PIC X(62).

      *    EVENEMENT DE LETTRE POUR L'EDITEUR CENTRAL COBTPLET
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

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCART         PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICBLOC         PIC X(2).
         05   FS-FICCLOS         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-NB-MOIS   PIC 9(02).
         05   WS-SYSIN-VALIDITE  PIC 9(03).

      *      ---------------------------------------------------------*
      *-----< CALCUL DES MOIS (SSAAMM)                                *
      *      ---------------------------------------------------------*
       01     WS-DATE-TRT.
         05   WS-TRT-SSAA        PIC 9(04).
         05   WS-TRT-MM          PIC 9(02).
         05   WS-TRT-JJ          PIC 9(02).
       01     WS-MOIS-LIMITE.
         05   WS-LIM-SSAA        PIC 9(04).
         05   WS-LIM-MM          PIC 9(02).
       01     WS-MOIS-LIMITE-N REDEFINES WS-MOIS-LIMITE PIC 9(06).
       01     WS-EXPIR-NOUV.
         05   WS-EXN-SSAA        PIC 9(04).
         05   WS-EXN-MM          PIC 9(02).
       01     WS-EXPIR-NOUV-N REDEFINES WS-EXPIR-NOUV PIC 9(06).
       01     WS-MOIS-ABS        PIC S9(06) COMP.
       01     WS-QUOTIENT        PIC S9(06) COMP.
       01     WS-RESTE           PIC S9(06) COMP.

      *      ---------------------------------------------------------*
      *-----< NUMEROTATION DES NOUVELLES CARTES                       *
      *      ---------------------------------------------------------*
       01     WS-NUMCART-MAX     PIC 9(09) VALUE 0.
       01     WS-NUMCART-NOUV    PIC 9(09) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION                 *
      *      ---------------------------------------------------------*
       01     WS-CARTE.
         05   WS-CRT-NUMCART     PIC X(09).
         05   WS-CRT-NUMCPT      PIC X(10).
         05   WS-CRT-EXPIR       PIC 9(06).
         05   WS-CRT-STATUT      PIC X(01).
         05   WS-CRT-DATE-MAJ    PIC 9(08).
         05   WS-CRT-PREC        PIC X(09).
         05   WS-CRT-SUCC        PIC X(09).
         05   FILLER             PIC X(28).

       01     WS-ELIGIBLE        PIC X VALUE 'N'.
         88   WS-CARTE-ELIGIBLE      VALUE 'O'.
         88   WS-CARTE-NON-ELIGIBLE  VALUE 'N'.
       01     AF-MOTIF           PIC X(20).

      *      ---------------------------------------------------------*
      *-----< TABLE DES CARTES RENOUVELEES (AJOUTEES EN FIN DE TRT)   *
      *      ---------------------------------------------------------*
       01     WS-INDICES-RENOUV.
         05   IX-REN             PIC 9(4) COMP VALUE 0.
         05   IX-REN-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-REN-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-RENOUV.
         05   WS-REN-POSTE OCCURS 2000 TIMES.
           10 WS-REN-NUMCART     PIC X(09).
           10 WS-REN-NUMCPT      PIC X(10).
           10 WS-REN-EXPIR       PIC 9(06).
           10 WS-REN-PREC        PIC X(09).

      *      ---------------------------------------------------------*
      *-----< TABLE DES GELS JUDICIAIRES (FICBLOC TYPE 'G')           *
      *      ---------------------------------------------------------*
       01     WS-INDICES-BLOC.
         05   IX-BLO             PIC 9(4) COMP VALUE 0.
         05   IX-BLO-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-BLO-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-BLO-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-BLOC.
         05   WS-BLO-POSTE OCCURS 500 TIMES.
           10 WS-BLO-NUMCPT      PIC X(10).
           10 WS-BLO-DATE-DEB    PIC 9(08).
           10 WS-BLO-DATE-FIN    PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< TABLE DES COMPTES CLOTURES (FICCLOS)                    *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CLOS.
         05   IX-CLO             PIC 9(4) COMP VALUE 0.
         05   IX-CLO-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-CLO-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-CLO-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-CLOS.
         05   WS-CLO-NUMCPT      PIC X(10) OCCURS 2000 TIMES.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CARTO   PIC 9(4) COMP VALUE 0.
         05   CP-ECHEANTES       PIC 9(4) COMP VALUE 0.
         05   CP-RENOUVELEES     PIC 9(4) COMP VALUE 0.
         05   CP-ECARTEES        PIC 9(4) COMP VALUE 0.
         05   CP-EVENEMENTS      PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'RENOUVELLEMENT DES CARTES - EXPIRANT AU '.
         05   ED-ENT-MOIS        PIC 9(06).
         05   FILLER             PIC X(10) VALUE ' AU PLUS -'.
         05   FILLER             PIC X(12) VALUE ' TRAITEMENT '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-LIGNE-CARTE.
         05   ED-CRT-NUMCART     PIC X(09).
         05   FILLER             PIC X(10) VALUE ' COMPTE : '.
         05   ED-CRT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(07) VALUE ' EXP : '.
         05   ED-CRT-EXPIR       PIC 9(06).
         05   FILLER             PIC X(03) VALUE ' > '.
         05   ED-CRT-NOUVELLE    PIC X(09).
         05   FILLER             PIC X(01).
         05   ED-CRT-MOTIF       PIC X(20).

       01     ED-LIGNE-TRAILER1.
         05   FILLER PIC X(31) VALUE 'NOMBRE DE CARTES RENOUVELEES : '.
         05   ED-T-RENOUVELEES   PIC Z(5)9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< RENOUVELLEMENT DES CARTES                               *
      *      ---------------------------------------------------------*
       100-RENOUVELLEMENT.
           PERFORM 799-RECUP-SYSIN
           PERFORM 700-CALCULER-LIMITE
           PERFORM 790-CHARGER-FICBLOC
           PERFORM 795-CHARGER-FICCLOS
           PERFORM 705-RECH-NUMERO-MAX
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 605-DEMARRER-FICCART
           PERFORM 610-LIRE-FICCART

           PERFORM 200-CARTE
             UNTIL FS-FICCART = '10'

           PERFORM 300-NOUVELLES-CARTES
           PERFORM 633-ECRIRE-TRAILER-FICEMBO
           PERFORM 803-TRAILER-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< CARTE DU MAITRE : RENOUVELLEMENT EVENTUEL               *
      *      ---------------------------------------------------------*
       200-CARTE.
           MOVE FD-FICCART TO WS-CARTE
           IF FD-FICCART-STATUT = 'A'
              AND FD-FICCART-SUCC = SPACES
              AND FD-FICCART-EXPIR NOT > WS-MOIS-LIMITE-N
              ADD 1 TO CP-ECHEANTES
              PERFORM 710-CONTROLER-COMPTE
              IF WS-CARTE-ELIGIBLE
                 PERFORM 720-RETENIR-RENOUVELLEMENT
                 MOVE WS-CRT-SUCC TO ED-CRT-NOUVELLE
                 MOVE 'RENOUVELEE' TO AF-MOTIF
                 PERFORM 804-LIGNE-CARTE
                 PERFORM 630-REECRIRE-FICCART
              ELSE
                 MOVE SPACES TO ED-CRT-NOUVELLE
                 PERFORM 804-LIGNE-CARTE
                 ADD 1 TO CP-ECARTEES
              END-IF
           END-IF
           PERFORM 610-LIRE-FICCART
           .

      *      ---------------------------------------------------------*
      *-----< NOUVELLES CARTES : NUMEROTEES APRES LE PLUS GRAND       *
      *      NUMERO DU MAITRE, ELLES SONT AJOUTEES AU KSDS UNE FOIS   *
      *      LE PARCOURS TERMINE                                      *
      *      ---------------------------------------------------------*
       300-NOUVELLES-CARTES.
           PERFORM 310-NOUVELLE-CARTE
             VARYING IX-REN FROM 1 BY 1
               UNTIL IX-REN > IX-REN-CHARG
           .

       310-NOUVELLE-CARTE.
           MOVE SPACES TO WS-CARTE
           MOVE WS-REN-NUMCART (IX-REN) TO WS-CRT-NUMCART
           MOVE WS-REN-NUMCPT (IX-REN)  TO WS-CRT-NUMCPT
           MOVE WS-REN-EXPIR (IX-REN)   TO WS-CRT-EXPIR
           MOVE 'N'                     TO WS-CRT-STATUT
           MOVE WS-SYSIN-DATE           TO WS-CRT-DATE-MAJ
           MOVE WS-REN-PREC (IX-REN)    TO WS-CRT-PREC
           PERFORM 634-ECRIRE-FICCART
           PERFORM 631-ECRIRE-FICEMBO
           PERFORM 632-ECRIRE-FICLETRQ
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN I-O FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART  FS-FICCART = '
                      FS-FICCART
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICEMBO
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICETAT
           .

       605-DEMARRER-FICCART.
           MOVE LOW-VALUES TO FD-FICCART-NUMCART
           START FICCART KEY IS NOT LESS THAN FD-FICCART-NUMCART
                 INVALID KEY MOVE '10' TO FS-FICCART
           END-START
           .

       610-LIRE-FICCART.
           IF FS-FICCART NOT = '10'
              READ FICCART NEXT RECORD
                   AT END MOVE '10' TO FS-FICCART
               NOT AT END ADD 1 TO CP-LECTURE-CARTO
              END-READ
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCART
           CLOSE FICCPT
           CLOSE FICEMBO
           CLOSE FICLETRQ
           CLOSE FICETAT
           .

       630-REECRIRE-FICCART.
           REWRITE FD-FICCART FROM WS-CARTE
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR REECRITURE FICCART  FS-FICCART = '
                      FS-FICCART ' CARTE ' WS-CRT-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       631-ECRIRE-FICEMBO.
           MOVE SPACES TO FD-FICEMBO
           MOVE 'D' TO FD-FICEMBO-TYPE
           MOVE WS-CRT-NUMCART TO FD-FICEMBO-NUMCART
           MOVE WS-CRT-NUMCPT TO FD-FICEMBO-NUMCPT
           MOVE WS-CRT-EXPIR TO FD-FICEMBO-EXPIR
           MOVE WS-CRT-NUMCPT TO FD-FICCPT-NUMCPT
           READ FICCPT
           IF FS-FICCPT = 00
              MOVE FD-FICCPT-NOM TO FD-FICEMBO-NOM
           END-IF
           MOVE WS-CRT-PREC TO FD-FICEMBO-PREC
           MOVE WS-SYSIN-DATE TO FD-FICEMBO-DATE
           WRITE FD-FICEMBO
           .

      *    L'EVENEMENT EST HABILLE (ADRESSE, TEXTE) PAR L'EDITEUR
      *    CENTRAL COBTPLET A PARTIR DU MODELE FICMODL
       632-ECRIRE-FICLETRQ.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'CART' TO FD-FICLETRQ-MODELE
           MOVE WS-CRT-NUMCPT TO FD-FICLETRQ-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICLETRQ-DATE
           MOVE 0 TO FD-FICLETRQ-MONTANT
           WRITE FD-FICLETRQ
           ADD 1 TO CP-EVENEMENTS
           .

       633-ECRIRE-TRAILER-FICEMBO.
           MOVE SPACES TO FD-FICEMBO-TRAILER
           MOVE 'T' TO FD-FICEMBO-T-TYPE
           MOVE CP-RENOUVELEES TO FD-FICEMBO-T-NOMBRE
           MOVE WS-SYSIN-DATE TO FD-FICEMBO-T-DATE
           WRITE FD-FICEMBO-TRAILER
           .

       634-ECRIRE-FICCART.
           WRITE FD-FICCART FROM WS-CARTE
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR ECRITURE FICCART    FS-FICCART = '
                      FS-FICCART ' CARTE ' WS-CRT-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    PREMIERE LECTURE DU MAITRE : PLUS GRAND NUMERO DE CARTE,
      *    LES NOUVELLES CARTES SONT NUMEROTEES A SA SUITE
       705-RECH-NUMERO-MAX.
           OPEN INPUT FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART  FS-FICCART = '
                      FS-FICCART
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICCART NEXT RECORD
           PERFORM UNTIL FS-FICCART NOT = 00
              IF FD-FICCART-NUMCART NUMERIC
                 AND FD-FICCART-NUMCART-N > WS-NUMCART-MAX
                 MOVE FD-FICCART-NUMCART-N TO WS-NUMCART-MAX
              END-IF
              READ FICCART NEXT RECORD
           END-PERFORM
           CLOSE FICCART
           MOVE WS-NUMCART-MAX TO WS-NUMCART-NOUV
           .

      *    MOIS LIMITE = MOIS DE TRAITEMENT + N : TOUTE CARTE DONT
      *    L'EXPIRATION (SSAAMM) N'EXCEDE PAS CE MOIS EST ECHEANTE
       700-CALCULER-LIMITE.
           MOVE WS-SYSIN-DATE TO WS-DATE-TRT
           COMPUTE WS-MOIS-ABS = (WS-TRT-SSAA * 12)
                   + WS-TRT-MM - 1 + WS-SYSIN-NB-MOIS
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE
           MOVE WS-QUOTIENT TO WS-LIM-SSAA
           COMPUTE WS-LIM-MM = WS-RESTE + 1
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE VIVANT ET NON GELE                               *
      *      ---------------------------------------------------------*
       710-CONTROLER-COMPTE.
           SET WS-CARTE-ELIGIBLE TO TRUE
           MOVE SPACES TO AF-MOTIF
           MOVE FD-FICCART-NUMCPT TO FD-FICCPT-NUMCPT
           READ FICCPT
           IF FS-FICCPT NOT = 00
              SET WS-CARTE-NON-ELIGIBLE TO TRUE
              MOVE 'COMPTE INCONNU' TO AF-MOTIF
           END-IF
           IF WS-CARTE-ELIGIBLE
              AND FD-FICCPT-EST-DORMANT
              SET WS-CARTE-NON-ELIGIBLE TO TRUE
              MOVE 'COMPTE DORMANT' TO AF-MOTIF
           END-IF
           IF WS-CARTE-ELIGIBLE
              MOVE 0 TO IX-CLO-CPT
              PERFORM 711-RECH-CLOTURE
                VARYING IX-CLO FROM 1 BY 1
                  UNTIL IX-CLO > IX-CLO-CHARG
                     OR IX-CLO-CPT > 0
              IF IX-CLO-CPT > 0
                 SET WS-CARTE-NON-ELIGIBLE TO TRUE
                 MOVE 'COMPTE CLOTURE' TO AF-MOTIF
              END-IF
           END-IF
           IF WS-CARTE-ELIGIBLE
              MOVE 0 TO IX-BLO-CPT
              PERFORM 712-RECH-BLOCAGE
                VARYING IX-BLO FROM 1 BY 1
                  UNTIL IX-BLO > IX-BLO-CHARG
                     OR IX-BLO-CPT > 0
              IF IX-BLO-CPT > 0
                 SET WS-CARTE-NON-ELIGIBLE TO TRUE
                 MOVE 'COMPTE GELE' TO AF-MOTIF
              END-IF
           END-IF
           .

       711-RECH-CLOTURE.
           IF WS-CLO-NUMCPT (IX-CLO) = FD-FICCART-NUMCPT
              MOVE IX-CLO TO IX-CLO-CPT
           END-IF
           .

       712-RECH-BLOCAGE.
           IF WS-BLO-NUMCPT (IX-BLO) = FD-FICCART-NUMCPT
              AND WS-BLO-DATE-DEB (IX-BLO) NOT > WS-SYSIN-DATE
              AND (WS-BLO-DATE-FIN (IX-BLO) = 0
                   OR WS-BLO-DATE-FIN (IX-BLO)
                      NOT < WS-SYSIN-DATE)
              MOVE IX-BLO TO IX-BLO-CPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RENOUVELLEMENT RETENU : NUMERO SUIVANT, LIEN SUR        *
      *      L'ANCIENNE CARTE ; LA NOUVELLE EST AJOUTEE EN FIN DE     *
      *      PARCOURS                                                 *
      *      ---------------------------------------------------------*
       720-RETENIR-RENOUVELLEMENT.
           IF IX-REN-CHARG = IX-REN-MAX
              DISPLAY '*** TABLE DES RENOUVELLEMENTS SATUREE A '
                      IX-REN-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-NUMCART-NOUV = 999999999
              DISPLAY '*** NUMEROTATION DES CARTES EPUISEE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO WS-NUMCART-NOUV
           ADD 1 TO IX-REN-CHARG
           MOVE WS-NUMCART-NOUV TO WS-REN-NUMCART (IX-REN-CHARG)
           MOVE FD-FICCART-NUMCPT TO WS-REN-NUMCPT (IX-REN-CHARG)
           MOVE FD-FICCART-NUMCART TO WS-REN-PREC (IX-REN-CHARG)
           MOVE FD-FICCART-EXPIR TO WS-EXPIR-NOUV-N
           COMPUTE WS-MOIS-ABS = (WS-EXN-SSAA * 12)
                   + WS-EXN-MM - 1 + WS-SYSIN-VALIDITE
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE
           MOVE WS-QUOTIENT TO WS-EXN-SSAA
           COMPUTE WS-EXN-MM = WS-RESTE + 1
           MOVE WS-EXPIR-NOUV-N TO WS-REN-EXPIR (IX-REN-CHARG)
           MOVE WS-REN-NUMCART (IX-REN-CHARG) TO WS-CRT-SUCC
           MOVE WS-SYSIN-DATE TO WS-CRT-DATE-MAJ
           ADD 1 TO CP-RENOUVELEES
           .

       790-CHARGER-FICBLOC.
           OPEN INPUT FICBLOC
           IF FS-FICBLOC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBLOC   FS-FICBLOC = '
                      FS-FICBLOC
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICBLOC
           PERFORM UNTIL FS-FICBLOC = '10'
              IF FD-FICBLOC-TYPE = 'G'
                 IF IX-BLO-CHARG = IX-BLO-MAX
                    DISPLAY '*** TABLE DES GELS SATUREE A '
                            IX-BLO-MAX ' ENTREES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-BLO-CHARG
                 MOVE FD-FICBLOC-NUMCPT
                      TO WS-BLO-NUMCPT (IX-BLO-CHARG)
                 MOVE FD-FICBLOC-DATE-DEB
                      TO WS-BLO-DATE-DEB (IX-BLO-CHARG)
                 MOVE FD-FICBLOC-DATE-FIN
                      TO WS-BLO-DATE-FIN (IX-BLO-CHARG)
              END-IF
              READ FICBLOC
           END-PERFORM
           CLOSE FICBLOC
           .

       795-CHARGER-FICCLOS.
           OPEN INPUT FICCLOS
           IF FS-FICCLOS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLOS   FS-FICCLOS = '
                      FS-FICCLOS
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICCLOS
           PERFORM UNTIL FS-FICCLOS = '10'
              IF IX-CLO-CHARG = IX-CLO-MAX
                 DISPLAY '*** TABLE DES CLOTURES SATUREE A '
                         IX-CLO-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CLO-CHARG
              MOVE FD-FICCLOS-NUMCPT TO WS-CLO-NUMCPT (IX-CLO-CHARG)
              READ FICCLOS
           END-PERFORM
           CLOSE FICCLOS
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              ACCEPT WS-SYSIN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-SYSIN-NB-MOIS NOT NUMERIC
              OR WS-SYSIN-NB-MOIS = 0
              MOVE 2 TO WS-SYSIN-NB-MOIS
           END-IF
           IF WS-SYSIN-VALIDITE NOT NUMERIC
              OR WS-SYSIN-VALIDITE = 0
              MOVE 36 TO WS-SYSIN-VALIDITE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE CARTES LUES        : ' CP-LECTURE-CARTO
           DISPLAY 'NOMBRE DE CARTES ECHEANTES   : ' CP-ECHEANTES
           DISPLAY 'NOMBRE DE CARTES RENOUVELEES : ' CP-RENOUVELEES
           DISPLAY 'NOMBRE DE CARTES ECARTEES    : ' CP-ECARTEES
           DISPLAY 'NOMBRE D''EVENEMENTS LETTRES : ' CP-EVENEMENTS
           .

       802-ENTETE-FICETAT.
           MOVE WS-MOIS-LIMITE-N TO ED-ENT-MOIS
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-TRAILER-FICETAT.
           MOVE CP-RENOUVELEES TO ED-T-RENOUVELEES
           MOVE ED-LIGNE-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           .

       804-LIGNE-CARTE.
           MOVE FD-FICCART-NUMCART TO ED-CRT-NUMCART
           MOVE FD-FICCART-NUMCPT TO ED-CRT-NUMCPT
           MOVE FD-FICCART-EXPIR TO ED-CRT-EXPIR
           MOVE AF-MOTIF TO ED-CRT-MOTIF
           MOVE ED-LIGNE-CARTE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPREN ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

      *     MOIS (FICMVTS) EN LECTURE APPARIEE SUR NUMCPT             *
      *   - EMET UN MOUVEMENT CODE 'F' PAR COMPTE FACTURE DANS        *
      *     FICMVTF ET UNE LIGNE D'ETAT PAR FRAIS PRELEVE             *
      *   - TARIFICATION RELATIONNELLE : LA POSITION TOTALE DES       *
      *     DETENTEURS DU COMPTE (FICPOSC, ECRIT PAR COBTPPOS, LIENS  *
      *     FICLNK) DONNE UN TAUX DE REMISE PAR PALIER (FICREMI) SUR  *
      *     LA TENUE DE COMPTE ET LES FRAIS DE RETRAIT ; LES REMISES  *
      *     ACCORDEES SONT ECRITES DANS FICREMF POUR COBTPPNL         *
      *   - LES REMISES SONT ARRONDIES AU CENTIME PAR LE SERVICE      *
      *     FINANCIER COMMUN SPTP6AA (ARRONDI BANCAIRE)               *
      * LA DATE DE VALEUR DES MOUVEMENTS EST FOURNIE EN SYSIN, SUIVIE *
      * DU MODE : 'S' SIMULATION TARIFAIRE, 'C' COMPARAISON DES       *
      * REMISES (SERVICE CONTRE ANCIEN ARRONDI, COMPTES DONT LA       *
      * REMISE CHANGE EDITES SUR FICETAT, AUCUN MOUVEMENT EMIS),      *
      * 'P' PREAVIS DES FRAIS (VOIR CI-DESSOUS).                      *
      * PREAVIS REGLEMENTAIRE (MODE 'P', EN MILIEU DE MOIS) : LES     *
      * FRAIS SONT ESTIMES AVEC LES MEMES REGLES SUR LES MOUVEMENTS   *
      * DU MOIS A DATE, LA DATE SYSIN ETANT CELLE DU PRELEVEMENT      *
      * PREVU (14 JOURS AU MOINS APRES LE JOUR DU RUN, SINON RC 4) ;  *
      * UN EVENEMENT 'PFRA' DETAILLE PAR COMPTE PART VERS COBTPLET    *
      * (FICLETRQ) ET LES MONTANTS AVISES DANS FICAVIF. AU            *
      * PRELEVEMENT DE FIN DE MOIS, FICAVIF EST RELU : TOUT COMPTE    *
      * PRELEVE DE PLUS QUE LE MONTANT AVISE EST EDITE SUR FICEXFR    *
      * (RC 4).                                                       *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | (TENUE/RETRAITS/DECOUVERT EN     *
      *          |          |      | REFERENCE) POUR LE DETAIL DU     *
      *          |          |      | RELEVE ANNUEL DES FRAIS          *
      * 15/10/26 |  ALOIS.A |      | TARIFICATION RELATIONNELLE :     *
      *          |          |      | REMISE PAR PALIER (FICREMI) SUR  *
      *          |          |      | LA POSITION DES DETENTEURS       *
      *          |          |      | (FICPOSC/FICLNK), PRIX CATALOGUE *
      *          |          |      | ET REMISE EDITES, REMISES DANS   *
      *          |          |      | FICREMF POUR COBTPPNL            *
      * 15/10/26 |  ALOIS.A |      | REMISES ARRONDIES PAR LE SERVICE *
      *          |          |      | FINANCIER COMMUN SPTP6AA         *
      *          |          |      | (ARRONDI BANCAIRE) - MODE        *
      *          |          |      | COMPARAISON (SYSIN 'C') AVEC     *
      *          |          |      | L'ANCIEN ARRONDI SUR FICETAT     *
      * 15/10/26 |  ALOIS.A |      | PREAVIS DES FRAIS (SYSIN 'P') :  *
      *          |          |      | EVENEMENT 'PFRA' DETAILLE VERS   *
      *          |          |      | COBTPLET, MONTANTS AVISES DANS   *
      *          |          |      | FICAVIF ; PRELEVEMENT CONTROLE   *
      *          |          |      | CONTRE L'AVIS (FICEXFR)          *
      *===============================================================*

       ENVIRONMENT DIVISION.
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICPOSC ASSIGN TO FICPOSC FILE STATUS IS FS-FICPOSC.
           SELECT FICREMI ASSIGN TO FICREMI FILE STATUS IS FS-FICREMI.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICREMF ASSIGN TO FICREMF.
           SELECT OPTIONAL FICAVIF ASSIGN TO FICAVIF
                  FILE STATUS IS FS-FICAVIF.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICEXFR ASSIGN TO FICEXFR.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    POSITION TOTALE EN EUR PAR CLIENT (COBTPPOS), TRIEE PAR
      *    NUMCLI CROISSANT
       FD FICPOSC
           RECORDING MODE IS F.
       01     FD-FICPOSC.
         05   FD-FICPOSC-NUMCLI PIC X(08).
         05   FD-FICPOSC-POSITION PIC S9(12)V99 COMP-3.
         05   FD-FICPOSC-NB-COMPTES PIC 9(04).
         05   FILLER            PIC X(60).

      *    PALIERS DE REMISE RELATIONNELLE : A PARTIR DU SEUIL DE
      *    POSITION, LE TAUX S'APPLIQUE ; PRODUIT A BLANC = TOUS
       FD FICREMI
           RECORDING MODE IS F.
       01     FD-FICREMI.
         05   FD-FICREMI-PRODUIT PIC X(01).
         05   FD-FICREMI-SEUIL  PIC 9(11)V99.
         05   FD-FICREMI-TAUX   PIC 9(02)V99.
         05   FILLER            PIC X(62).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

      *    REMISES ACCORDEES PAR COMPTE (ORDRE DE FICCPTS) POUR LE
      *    MANQUE A GAGNER DE LA RENTABILITE PAR PRODUIT (COBTPPNL)
       FD FICREMF
           RECORDING MODE IS F.
       01     FD-FICREMF.
         05   FD-FICREMF-NUMCPT PIC X(10).
         05   FD-FICREMF-PRODUIT PIC X(01).
         05   FD-FICREMF-CATALOGUE PIC 9(08)V99.
         05   FD-FICREMF-REMISE PIC 9(08)V99.
         05   FD-FICREMF-TAUX   PIC 9(02)V99.
         05   FD-FICREMF-POSITION PIC S9(12)V99 COMP-3.
         05   FD-FICREMF-DATE   PIC 9(08).
         05   FILLER            PIC X(29).

      *    MONTANTS AVISES PAR LE PREAVIS (MODE 'P') DANS L'ORDRE DE
      *    FICCPTS, RELUS AU PRELEVEMENT DE FIN DE MOIS
       FD FICAVIF
           RECORDING MODE IS F.
       01     FD-FICAVIF.
         05   FD-FICAVIF-NUMCPT PIC X(10).
         05   FD-FICAVIF-DATE   PIC 9(08).
         05   FD-FICAVIF-TENUE  PIC 9(08)V99.
         05   FD-FICAVIF-RTRAIT PIC 9(08)V99.
         05   FD-FICAVIF-DECOUV PIC 9(08)V99.
         05   FD-FICAVIF-REMISE PIC 9(08)V99.
         05   FD-FICAVIF-TOTAL  PIC 9(08)V99.
         05   FILLER            PIC X(12).

      *    EVENEMENT NORMALISE POUR COBTPLET : LE DETAIL DES FRAIS
      *    AVISES OCCUPE LA ZONE DU MOTIF (MODELE 'PFRA')
       FD FICLETRQ
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FD-FICLETRQ-TENUE PIC 9(08)V99.
         05   FD-FICLETRQ-RTRAIT PIC 9(08)V99.
         05   FD-FICLETRQ-DECOUV PIC 9(08)V99.
         05   FD-FICLETRQ-REMISE PIC 9(08)V99.

      *    COMPTES PRELEVES AU-DELA DU MONTANT AVISE
       FD FICEXFR
           RECORDING MODE IS F.
       01     FD-FICEXFR.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
         05   FS-FICTARIF        PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICTARIF2       PIC X(2).
         05   FS-FICPOSC         PIC X(2).
         05   FS-FICREMI         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICAVIF         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE VALEUR DES FRAIS)              *
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-SIMULATION     VALUE 'S'.
           88 WS-MODE-COMPARAISON    VALUE 'C'.
           88 WS-MODE-PREAVIS        VALUE 'P'.
         05   WS-SYSIN-TOP       PIC 9(02).

      *      ---------------------------------------------------------*
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL          *
      *      ---------------------------------------------------------*
       COPY CCOMPAR.

      *      ---------------------------------------------------------*
      *-----< BAREME EN VIGUEUR (CHARGE DEPUIS FICTARIF)              *
      *      ---------------------------------------------------------*
           10 WS-HAU-EDITE       PIC X(01).
       01     WS-HAU-PLUS-FORTE  PIC S9(08)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< POSITIONS CLIENTS (FICPOSC) : RECHERCHE PAR DICHOTOMIE  *
      *      (SEARCH ALL), LE FICHIER EST TRIE PAR NUMCLI             *
      *      ---------------------------------------------------------*
       01     WS-INDICES-POSC.
         05   IX-POS-MAX         PIC 9(8) COMP VALUE 20000.
         05   IX-POS-CHARG       PIC 9(8) COMP VALUE 0.
       01     WS-TAB-POSC.
         05   WS-POS-POSTE OCCURS 1 TO 20000 TIMES
                 DEPENDING ON IX-POS-CHARG
                 ASCENDING KEY IS WS-POS-NUMCLI
                 INDEXED BY IX-POS-BIN.
           10 WS-POS-NUMCLI      PIC X(08).
           10 WS-POS-POSITION    PIC S9(12)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< PALIERS DE REMISE RELATIONNELLE (FICREMI)               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-REMI.
         05   IX-REM             PIC 9(4) COMP VALUE 0.
         05   IX-REM-MAX         PIC 9(4) COMP VALUE 50.
         05   IX-REM-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REMI.
         05   WS-REM-POSTE OCCURS 50 TIMES.
           10 WS-REM-PRODUIT     PIC X(01).
           10 WS-REM-SEUIL       PIC 9(11)V99.
           10 WS-REM-TAUX        PIC 9(02)V99.

      *      ---------------------------------------------------------*
      *-----< REMISE DU COMPTE COURANT : POSITION LA PLUS FORTE DE    *
      *      SES DETENTEURS, MEILLEUR TAUX DES PALIERS ATTEINTS       *
      *      ---------------------------------------------------------*
       01     WS-POSITION-CLIENT PIC S9(12)V99 COMP-3.
       01     WS-SWITCH-POSITION PIC X(01) VALUE 'N'.
         88   WS-POSITION-TROUVEE    VALUE 'O'.
         88   WS-POSITION-ABSENTE    VALUE 'N'.
       01     WS-TAUX-REMISE     PIC 9(02)V99.
       01     WS-FRAIS-CATALOGUE PIC 9(08)V99.
       01     WS-REMISE-TENUE    PIC 9(08)V99.
       01     WS-REMISE-RTRAIT   PIC 9(08)V99.
       01     WS-REMISE-TOTAL    PIC 9(08)V99.
       01     WS-REMISE-TENUE2   PIC 9(08)V99.
       01     WS-REMISE-RTRAIT2  PIC 9(08)V99.
       01     WS-BASE-REMISE     PIC 9(08)V99.
       01     WS-REMISE-CALCULEE PIC 9(08)V99.
      *    ANCIEN ARRONDI DES REMISES (MODE COMPARAISON)
       01     WS-REMISE-TENUE-ANC  PIC 9(08)V99.
       01     WS-REMISE-RTRAIT-ANC PIC 9(08)V99.
       01     WS-REMISE-TOTAL-ANC  PIC 9(08)V99.
       01     WS-CUMUL-REMISES   PIC 9(10)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< PREAVIS DES FRAIS ET CONTROLE DU PRELEVEMENT CONTRE     *
      *      LE MONTANT AVISE                                         *
      *      ---------------------------------------------------------*
       01     WS-DELAI-PREAVIS   PIC 9(02) VALUE 14.
       01     WS-SWITCH-AVIS     PIC X(01) VALUE 'N'.
         88   WS-AVIS-CONTROLE       VALUE 'O'.
         88   WS-AVIS-SANS-CONTROLE  VALUE 'N'.
       01     WS-MONTANT-AVISE   PIC 9(08)V99.
       01     WS-ECART-AVIS      PIC 9(08)V99.
       01     WS-CUMUL-AVIS      PIC 9(10)V99 COMP-3 VALUE 0.
       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE CALCULS                                    *
      *      ---------------------------------------------------------*
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-SANS-FRAIS      PIC 9(4) COMP VALUE 0.
         05   CP-EXONERES-DORM   PIC 9(4) COMP VALUE 0.
         05   CP-COMPTES-REMISES PIC 9(4) COMP VALUE 0.
         05   CP-SANS-POSITION   PIC 9(4) COMP VALUE 0.
         05   CP-AVIS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-AVIS-DEPASSES   PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
         05   FILLER             PIC X(11) VALUE '  PENAL. : '.
         05   ED-FRA-DECOUV      PIC ZZZZ9,V99.

       01     ED-LIGNE-REMISE.
         05   FILLER             PIC X(10) VALUE SPACES.
         05   FILLER             PIC X(12) VALUE 'CATALOGUE : '.
         05   ED-REM-CATALOGUE   PIC ZZZZ9,V99.
         05   FILLER             PIC X(10) VALUE '  REMISE '.
         05   ED-REM-TAUX        PIC Z9,V99.
         05   FILLER             PIC X(04) VALUE '% : '.
         05   ED-REM-REMISE      PIC ZZZZ9,V99.
         05   FILLER             PIC X(12) VALUE '  FACTURE : '.
         05   ED-REM-FACTURE     PIC ZZZZ9,V99.

       01     ED-LIGNE-TRAILER1.
         05   FILLER PIC X(31) VALUE 'NOMBRE DE MOUVEMENTS F EMIS  : '.
         05   ED-T-MVTS-EMIS     PIC Z(4)9.
         05   FILLER PIC X(31) VALUE 'TOTAL DES FRAIS PRELEVES     : '.
         05   ED-T-CUMUL         PIC ZZZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-TRAILER3.
         05   FILLER PIC X(31) VALUE 'TOTAL DES REMISES ACCORDEES  : '.
         05   ED-T-REMISES       PIC ZZZBZZZBZZZBZZ9,V99.

      *      ---------------------------------------------------------*
      *-----< EDITION DE LA COMPARAISON DE SIMULATION                 *
      *      ---------------------------------------------------------*
         05   FILLER             PIC X(08) VALUE ' ECART :'.
         05   ED-VAP-ECART       PIC +ZZZBZZ9,V99.

      *      ---------------------------------------------------------*
      *-----< EDITION DU PREAVIS ET DES PRELEVEMENTS AU-DELA DE L'AVIS*
      *      ---------------------------------------------------------*
       01     ED-ENTETE-AVIS.
         05   FILLER PIC X(40)
                     VALUE 'PREAVIS DES FRAIS - PRELEVEMENT PREVU LE'.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AVI-DATE        PIC 9(08).

       01     ED-LIGNE-TRAILER-AVIS1.
         05   FILLER PIC X(31) VALUE 'NOMBRE D AVIS DE FRAIS EMIS  : '.
         05   ED-T-AVIS-EMIS     PIC Z(4)9.

       01     ED-LIGNE-TRAILER-AVIS2.
         05   FILLER PIC X(31) VALUE 'TOTAL DES FRAIS AVISES       : '.
         05   ED-T-CUMUL-AVIS    PIC ZZZBZZZBZZZBZZ9,V99.

       01     ED-ENTETE-EXFR1.
         05   FILLER PIC X(40)
                     VALUE 'PRELEVEMENTS SUPERIEURS AU PREAVIS DU  '.
         05   ED-EXF-DATE        PIC 9(08).

       01     ED-ENTETE-EXFR2.
         05   FILLER PIC X(40)
                     VALUE 'COMPTE            AVISE      PRELEVE    '.
         05   FILLER PIC X(20)
                     VALUE '    ECART           '.

       01     ED-LIGNE-EXFR.
         05   ED-EXF-NUMCPT      PIC X(10).
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-EXF-AVISE       PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-EXF-PRELEVE     PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-EXF-ECART       PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-EXF-MOTIF       PIC X(12).

       01     ED-LIGNE-EXFR-TOTAL.
         05   FILLER PIC X(31) VALUE 'COMPTES PRELEVES AU-DELA AVIS: '.
         05   ED-EXF-NB          PIC Z(4)9.

       01     ED-LIGNE-HAUSSE.
         05   ED-HAU-RANG        PIC Z9.
         05   FILLER             PIC X(01).
           PERFORM 602-OUVRIR-FICTARIF
           PERFORM 603-OUVRIR-FICMVTF
           PERFORM 604-OUVRIR-FICETAT
           PERFORM 605-OUVRIR-FICLNK
           IF WS-MODE-PREAVIS
              PERFORM 606-OUVRIR-PREAVIS
           ELSE IF NOT WS-MODE-SIMULATION
                AND NOT WS-MODE-COMPARAISON
              PERFORM 607-OUVRIR-CONTROLE-AVIS
           END-IF
           END-IF
           PERFORM 700-CHARGER-FICTARIF
           IF WS-MODE-SIMULATION
              PERFORM 705-CHARGER-FICTARIF2
           END-IF
           PERFORM 706-CHARGER-FICPOSC
           PERFORM 708-CHARGER-FICREMI
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICCPTS
           PERFORM 611-LIRE-FICMVTS
           IF WS-MODE-SIMULATION
              PERFORM 810-COMPARAISON-SIMULATION
           END-IF
           IF WS-MODE-COMPARAISON
              PERFORM 809-TRAILER-COMPARAISON
           ELSE IF WS-MODE-PREAVIS
              PERFORM 805-TRAILER-PREAVIS
           ELSE
              PERFORM 803-TRAILER-FICETAT
           END-IF
           END-IF
           IF WS-AVIS-CONTROLE
              PERFORM 813-TRAILER-EXCEPTIONS
           END-IF
           PERFORM 620-FERMER-FICCPTS
           PERFORM 621-FERMER-FICMVTS
           PERFORM 622-FERMER-FICTARIF
           PERFORM 623-FERMER-FICMVTF
           PERFORM 624-FERMER-FICETAT
           PERFORM 625-FERMER-FICLNK
           IF WS-MODE-PREAVIS
              PERFORM 626-FERMER-PREAVIS
           ELSE IF NOT WS-MODE-SIMULATION
                AND NOT WS-MODE-COMPARAISON
              PERFORM 627-FERMER-CONTROLE-AVIS
           END-IF
           END-IF
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .
       200-COMPTE.
           PERFORM 701-SELECT-TARIF-PRODUIT
           PERFORM 710-COMPTER-RETRAITS
           PERFORM 730-RECH-POSITION-CLIENT
           PERFORM 732-RECH-TAUX-REMISE
           PERFORM 720-CALCUL-FRAIS
           IF WS-MODE-SIMULATION
      *       SIMULATION : LES DEUX TARIFS SONT CALCULES SUR LE MEME
              PERFORM 703-SELECT-TARIF2-PRODUIT
              PERFORM 721-CALCUL-FRAIS-SIMULATION
              PERFORM 740-CUMULER-SIMULATION
           ELSE IF WS-MODE-COMPARAISON
      *       COMPARAISON : SEULE LA REMISE DEPEND DE L'ARRONDI, AUCUN
      *       MOUVEMENT DE FRAIS N'EST EMIS
              PERFORM 745-COMPARER-REMISE
           ELSE IF WS-MODE-PREAVIS
      *       PREAVIS : LES FRAIS ESTIMES SONT AVISES AU CLIENT ET
      *       CONSERVES POUR LE CONTROLE DU PRELEVEMENT, AUCUN
      *       MOUVEMENT DE FRAIS N'EST EMIS
              IF WS-FRAIS-TOTAL > 0
                 PERFORM 633-ECRIRE-PREAVIS
                 PERFORM 804-LIGNE-FICETAT
              ELSE
                 ADD 1 TO CP-SANS-FRAIS
              END-IF
           ELSE
              IF WS-AVIS-CONTROLE
                 PERFORM 750-CONTROLER-AVIS
              END-IF
              IF WS-FRAIS-TOTAL > 0
                 PERFORM 630-ECRIRE-FICMVTF
                 PERFORM 804-LIGNE-FICETAT
                 IF WS-REMISE-TOTAL > 0
                    PERFORM 632-ECRIRE-FICREMF
                 END-IF
              ELSE
                 ADD 1 TO CP-SANS-FRAIS
              END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 610-LIRE-FICCPTS
           .

           .

       603-OUVRIR-FICMVTF.
      *    EN SIMULATION (COMME EN COMPARAISON) LE FICHIER DES FRAIS
      *    EST OUVERT PUIS FERME
      *    VIDE : AUCUN POSTE N'EST EMIS VERS LA CONSOLIDATION
           OPEN OUTPUT FICMVTF
           OPEN INPUT FICCPT
           OPEN OUTPUT FICETAT
           .

      *    EN SIMULATION LE FICHIER DES REMISES EST, COMME FICMVTF,
      *    OUVERT PUIS FERME VIDE
       605-OUVRIR-FICLNK.
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICREMF
           .

      *    PREAVIS : EVENEMENTS DE LETTRE ET MONTANTS AVISES
       606-OUVRIR-PREAVIS.
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICAVIF
           .

      *    PRELEVEMENT : LES MONTANTS AVISES DU MOIS SONT RELUS ; SANS
      *    PREAVIS (PREMIER MOIS) OU AVEC UN PREAVIS D'UN AUTRE MOIS,
      *    LE PRELEVEMENT N'EST PAS CONTROLE
       607-OUVRIR-CONTROLE-AVIS.
           OPEN INPUT FICAVIF
           IF FS-FICAVIF = '05'
              DISPLAY 'FICAVIF ABSENT : PRELEVEMENT NON CONTROLE'
                      ' CONTRE LE PREAVIS'
              MOVE 4 TO WS-CODE-RETOUR
           ELSE
              IF FS-FICAVIF NOT = 00
                 DISPLAY ' ERREUR OUVERTURE FICAVIF   FS-FICAVIF = '
                         FS-FICAVIF
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              PERFORM 615-LIRE-FICAVIF
              IF FS-FICAVIF = '00'
                 AND FD-FICAVIF-DATE (1:6) NOT = WS-SYSIN-DATE (1:6)
                 DISPLAY 'FICAVIF DU ' FD-FICAVIF-DATE
                         ' : PRELEVEMENT NON CONTROLE CONTRE LE PREAVIS'
                 MOVE 4 TO WS-CODE-RETOUR
              ELSE
                 SET WS-AVIS-CONTROLE TO TRUE
              END-IF
           END-IF
           OPEN OUTPUT FICEXFR
           IF WS-AVIS-CONTROLE
              PERFORM 806-ENTETE-EXCEPTIONS
           END-IF
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS = '10'
           CLOSE FICCPT
           .

       615-LIRE-FICAVIF.
           READ FICAVIF
           IF FS-FICAVIF NOT = '00'
              MOVE HIGH-VALUE TO FD-FICAVIF-NUMCPT
           END-IF
           .

       613-LIRE-FICCPT.
           READ FICCPT
           .

       614-LIRE-FICLNK-SUIVANT.
           READ FICLNK NEXT RECORD
           .

       624-FERMER-FICETAT.
           CLOSE FICETAT
           .

       625-FERMER-FICLNK.
           CLOSE FICLNK
           CLOSE FICREMF
           .

       626-FERMER-PREAVIS.
           CLOSE FICLETRQ
           CLOSE FICAVIF
           .

       627-FERMER-CONTROLE-AVIS.
           IF FS-FICAVIF NOT = '05'
              CLOSE FICAVIF
           END-IF
           CLOSE FICEXFR
           .

      *    UN MOUVEMENT 'F' PAR COMPOSANT DE FRAIS NON NUL, LE TYPE
      *    EN REFERENCE : LE RELEVE ANNUEL DES FRAIS (COBTPRAF) PEUT
      *    AINSI DETAILLER DEPUIS L'ARCHIVE ; LE TOTAL POSTE PAR
      *    COMPTE EST INCHANGE. LES COMPOSANTS SONT POSTES NETS DE LA
      *    REMISE RELATIONNELLE
       630-ECRIRE-FICMVTF.
           COMPUTE WS-COMPOSANT-MONTANT = WS-FRAIS-TENUE
                   - WS-REMISE-TENUE
           IF WS-COMPOSANT-MONTANT > 0
              MOVE 'TENUE     ' TO WS-COMPOSANT-LIBELLE
              PERFORM 631-ECRIRE-COMPOSANT
           END-IF
           COMPUTE WS-COMPOSANT-MONTANT = WS-FRAIS-RTRAIT
                   - WS-REMISE-RTRAIT
           IF WS-COMPOSANT-MONTANT > 0
              MOVE 'RETRAITS  ' TO WS-COMPOSANT-LIBELLE
              PERFORM 631-ECRIRE-COMPOSANT
           END-IF
           ADD 1 TO CP-MVTS-EMIS
           .

       632-ECRIRE-FICREMF.
           MOVE SPACES TO FD-FICREMF
           MOVE FD-FICCPTS-NUMCPT TO FD-FICREMF-NUMCPT
           MOVE WS-PRODUIT-COMPTE TO FD-FICREMF-PRODUIT
           MOVE WS-FRAIS-CATALOGUE TO FD-FICREMF-CATALOGUE
           MOVE WS-REMISE-TOTAL TO FD-FICREMF-REMISE
           MOVE WS-TAUX-REMISE TO FD-FICREMF-TAUX
           MOVE WS-POSITION-CLIENT TO FD-FICREMF-POSITION
           MOVE WS-SYSIN-DATE TO FD-FICREMF-DATE
           WRITE FD-FICREMF
           ADD WS-REMISE-TOTAL TO WS-CUMUL-REMISES
           ADD 1 TO CP-COMPTES-REMISES
           .

      *    UN EVENEMENT 'PFRA' PAR COMPTE : TOTAL AVISE EN MONTANT,
      *    DETAIL AU PRIX CATALOGUE PUIS REMISE ; LE TITULAIRE EST
      *    RECHERCHE PAR COBTPLET (NUMCLI A BLANC)
       633-ECRIRE-PREAVIS.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'PFRA' TO FD-FICLETRQ-MODELE
           MOVE FD-FICCPTS-NUMCPT TO FD-FICLETRQ-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICLETRQ-DATE
           MOVE WS-FRAIS-TOTAL TO FD-FICLETRQ-MONTANT
           MOVE WS-FRAIS-TENUE TO FD-FICLETRQ-TENUE
           MOVE WS-FRAIS-RTRAIT TO FD-FICLETRQ-RTRAIT
           MOVE WS-FRAIS-DECOUV TO FD-FICLETRQ-DECOUV
           MOVE WS-REMISE-TOTAL TO FD-FICLETRQ-REMISE
           WRITE FD-FICLETRQ
           MOVE SPACES TO FD-FICAVIF
           MOVE FD-FICCPTS-NUMCPT TO FD-FICAVIF-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICAVIF-DATE
           MOVE WS-FRAIS-TENUE TO FD-FICAVIF-TENUE
           MOVE WS-FRAIS-RTRAIT TO FD-FICAVIF-RTRAIT
           MOVE WS-FRAIS-DECOUV TO FD-FICAVIF-DECOUV
           MOVE WS-REMISE-TOTAL TO FD-FICAVIF-REMISE
           MOVE WS-FRAIS-TOTAL TO FD-FICAVIF-TOTAL
           WRITE FD-FICAVIF
           ADD WS-FRAIS-TOTAL TO WS-CUMUL-AVIS
           ADD 1 TO CP-AVIS-EMIS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
           ELSE
              MOVE 0 TO WS-FRAIS-DECOUV
           END-IF
      *    PRIX CATALOGUE PUIS REMISE RELATIONNELLE SUR LA TENUE ET
      *    LES RETRAITS ; LA PENALITE DE DECOUVERT N'EST PAS REMISEE
           MOVE WS-FRAIS-TOTAL TO WS-FRAIS-TENUE
           COMPUTE WS-FRAIS-CATALOGUE = WS-FRAIS-TENUE
                   + WS-FRAIS-RTRAIT + WS-FRAIS-DECOUV
           MOVE WS-FRAIS-TENUE TO WS-BASE-REMISE
           PERFORM 722-CALCUL-REMISE
           MOVE WS-REMISE-CALCULEE TO WS-REMISE-TENUE
           MOVE WS-FRAIS-RTRAIT TO WS-BASE-REMISE
           PERFORM 722-CALCUL-REMISE
           MOVE WS-REMISE-CALCULEE TO WS-REMISE-RTRAIT
           COMPUTE WS-REMISE-TOTAL = WS-REMISE-TENUE
                   + WS-REMISE-RTRAIT
           COMPUTE WS-FRAIS-TOTAL = WS-FRAIS-CATALOGUE
                   - WS-REMISE-TOTAL
           .

      *      ---------------------------------------------------------*
      *-----< POSITION TOTALE DES CLIENTS (COBTPPOS) : CONTROLE DE    *
      *      L'ORDRE DE TRI, NECESSAIRE A LA DICHOTOMIE               *
      *      ---------------------------------------------------------*
       706-CHARGER-FICPOSC.
           OPEN INPUT FICPOSC
           IF FS-FICPOSC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPOSC   FS-FICPOSC = '
                      FS-FICPOSC
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           MOVE 0 TO IX-POS-CHARG
           READ FICPOSC
           PERFORM 707-CHARGER-POSITION
             UNTIL FS-FICPOSC NOT = '00'
           CLOSE FICPOSC
           .

       707-CHARGER-POSITION.
           IF IX-POS-CHARG > 0
              AND FD-FICPOSC-NUMCLI NOT > WS-POS-NUMCLI (IX-POS-CHARG)
              DISPLAY '*** FICPOSC NON TRIE - CLE LUE : '
                      FD-FICPOSC-NUMCLI ' ***'
              MOVE 16 TO RETURN-CODE
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           IF IX-POS-CHARG = IX-POS-MAX
              DISPLAY '*** TABLE DES POSITIONS SATUREE A '
                      IX-POS-MAX ' CLIENTS ***'
              MOVE 16 TO RETURN-CODE
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           ADD 1 TO IX-POS-CHARG
           MOVE FD-FICPOSC-NUMCLI TO WS-POS-NUMCLI (IX-POS-CHARG)
           MOVE FD-FICPOSC-POSITION
                TO WS-POS-POSITION (IX-POS-CHARG)
           READ FICPOSC
           .

      *      ---------------------------------------------------------*
      *-----< PALIERS DE REMISE : UN BAREME VIDE NE DONNE AUCUNE      *
      *      REMISE                                                   *
      *      ---------------------------------------------------------*
       708-CHARGER-FICREMI.
           OPEN INPUT FICREMI
           IF FS-FICREMI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREMI   FS-FICREMI = '
                      FS-FICREMI
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICREMI
           PERFORM UNTIL FS-FICREMI NOT = '00'
              IF IX-REM-CHARG = IX-REM-MAX
                 DISPLAY '*** TABLE DES PALIERS SATUREE A '
                         IX-REM-MAX ' ENTREES ***'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 999-ARRET-PROGRAMME
              END-IF
              ADD 1 TO IX-REM-CHARG
              MOVE FD-FICREMI-PRODUIT
                   TO WS-REM-PRODUIT (IX-REM-CHARG)
              MOVE FD-FICREMI-SEUIL TO WS-REM-SEUIL (IX-REM-CHARG)
              MOVE FD-FICREMI-TAUX TO WS-REM-TAUX (IX-REM-CHARG)
              READ FICREMI
           END-PERFORM
           CLOSE FICREMI
           .

       705-CHARGER-FICTARIF2.
           ELSE
              MOVE 0 TO WS-FRAIS-DECOUV2
           END-IF
      *    LA REMISE RELATIONNELLE DU COMPTE S'APPLIQUE AUSSI AU TARIF
      *    D'ETUDE POUR QUE LA COMPARAISON PORTE SUR LE SEUL BAREME
           MOVE WS-FRAIS-TOTAL2 TO WS-BASE-REMISE
           PERFORM 722-CALCUL-REMISE
           MOVE WS-REMISE-CALCULEE TO WS-REMISE-TENUE2
           MOVE WS-FRAIS-RTRAIT2 TO WS-BASE-REMISE
           PERFORM 722-CALCUL-REMISE
           MOVE WS-REMISE-CALCULEE TO WS-REMISE-RTRAIT2
           COMPUTE WS-FRAIS-TOTAL2 = WS-FRAIS-TOTAL2
                   + WS-FRAIS-RTRAIT2 + WS-FRAIS-DECOUV2
                   - WS-REMISE-TENUE2 - WS-REMISE-RTRAIT2
           .

      *      ---------------------------------------------------------*
      *-----< REMISE = BASE * TAUX DE REMISE / 100, ARRONDIE AU       *
      *      CENTIME PAR LE SERVICE FINANCIER COMMUN (BANCAIRE)       *
      *      ---------------------------------------------------------*
       722-CALCUL-REMISE.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-ARRONDI        TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           COMPUTE MODULE-MONTANT-BRUT =
                   WS-BASE-REMISE * WS-TAUX-REMISE / 100
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA COMPTE ' FD-FICCPTS-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-REMISE-CALCULEE
           .

      *    ANCIEN ARRONDI COMMERCIAL, CONSERVE POUR LA COMPARAISON
       723-CALCUL-REMISE-ANCIEN.
           COMPUTE WS-REMISE-TENUE-ANC ROUNDED =
                   WS-FRAIS-TENUE * WS-TAUX-REMISE / 100
           COMPUTE WS-REMISE-RTRAIT-ANC ROUNDED =
                   WS-FRAIS-RTRAIT * WS-TAUX-REMISE / 100
           COMPUTE WS-REMISE-TOTAL-ANC = WS-REMISE-TENUE-ANC
                   + WS-REMISE-RTRAIT-ANC
           .

      *      ---------------------------------------------------------*
      *-----< POSITION RETENUE POUR LE COMPTE : LA PLUS FORTE DE SES  *
      *      DETENTEURS (FICLNK) ; UN COMPTE JOINT PROFITE DU MIEUX   *
      *      PLACE DE SES TITULAIRES                                  *
      *      ---------------------------------------------------------*
       730-RECH-POSITION-CLIENT.
           SET WS-POSITION-ABSENTE TO TRUE
           MOVE 0 TO WS-POSITION-CLIENT
           MOVE FD-FICCPTS-NUMCPT TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = 00
              PERFORM 614-LIRE-FICLNK-SUIVANT
              PERFORM 731-POSITION-DETENTEUR
                UNTIL FS-FICLNK NOT = 00
                   OR FD-FICLNK-NUMCPT NOT = FD-FICCPTS-NUMCPT
           END-IF
           IF WS-POSITION-ABSENTE
              ADD 1 TO CP-SANS-POSITION
           END-IF
           .

       731-POSITION-DETENTEUR.
           IF IX-POS-CHARG > 0
              SEARCH ALL WS-POS-POSTE
                 AT END CONTINUE
                 WHEN WS-POS-NUMCLI (IX-POS-BIN) = FD-FICLNK-NUMCLI
                    IF WS-POSITION-ABSENTE
                       OR WS-POS-POSITION (IX-POS-BIN)
                          > WS-POSITION-CLIENT
                       MOVE WS-POS-POSITION (IX-POS-BIN)
                            TO WS-POSITION-CLIENT
                       SET WS-POSITION-TROUVEE TO TRUE
                    END-IF
              END-SEARCH
           END-IF
           PERFORM 614-LIRE-FICLNK-SUIVANT
           .

      *      ---------------------------------------------------------*
      *-----< TAUX DE REMISE : LE MEILLEUR DES PALIERS ATTEINTS PAR   *
      *      LA POSITION, POUR LE PRODUIT DU COMPTE OU TOUS PRODUITS  *
      *      ---------------------------------------------------------*
       732-RECH-TAUX-REMISE.
           MOVE 0 TO WS-TAUX-REMISE
           IF WS-POSITION-TROUVEE
              PERFORM VARYING IX-REM FROM 1 BY 1
                        UNTIL IX-REM > IX-REM-CHARG
                 IF (WS-REM-PRODUIT (IX-REM) = SPACE
                     OR WS-REM-PRODUIT (IX-REM) = WS-PRODUIT-COMPTE)
                    AND WS-REM-SEUIL (IX-REM) NOT > WS-POSITION-CLIENT
                    AND WS-REM-TAUX (IX-REM) > WS-TAUX-REMISE
                    MOVE WS-REM-TAUX (IX-REM) TO WS-TAUX-REMISE
                 END-IF
              END-PERFORM
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : REMISE DU SERVICE CONTRE ANCIEN ARRONDI   *
      *      ---------------------------------------------------------*
       745-COMPARER-REMISE.
           IF WS-TAUX-REMISE > 0
              PERFORM 723-CALCUL-REMISE-ANCIEN
              ADD 1 TO CMP-NB-EXAMINES
              IF WS-REMISE-TOTAL NOT = WS-REMISE-TOTAL-ANC
                 MOVE WS-REMISE-TOTAL-ANC TO CMP-ANCIEN
                 MOVE WS-REMISE-TOTAL     TO CMP-NOUVEAU
                 PERFORM 808-LIGNE-COMPARAISON
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLE DU PRELEVEMENT : MONTANT AVISE POUR LE COMPTE  *
      *      (FICAVIF DANS L'ORDRE DE FICCPTS, ZERO SANS AVIS) ; TOUT *
      *      PRELEVEMENT SUPERIEUR EST EDITE                          *
      *      ---------------------------------------------------------*
       750-CONTROLER-AVIS.
           MOVE 0 TO WS-MONTANT-AVISE
           PERFORM 751-SAUTER-AVIS
             UNTIL FD-FICAVIF-NUMCPT NOT < FD-FICCPTS-NUMCPT
           IF FD-FICAVIF-NUMCPT = FD-FICCPTS-NUMCPT
              MOVE FD-FICAVIF-TOTAL TO WS-MONTANT-AVISE
           END-IF
           IF WS-FRAIS-TOTAL > WS-MONTANT-AVISE
              PERFORM 807-LIGNE-EXCEPTION
           END-IF
           .

       751-SAUTER-AVIS.
           PERFORM 615-LIRE-FICAVIF
           .

      *      ---------------------------------------------------------*
      *-----< DELAI REGLEMENTAIRE DU PREAVIS : LE PRELEVEMENT PREVU   *
      *      DOIT SUIVRE LE JOUR DU RUN D'AU MOINS 14 JOURS           *
      *      ---------------------------------------------------------*
       797-CONTROLER-DELAI-AVIS.
           SET SCALJOU-FCT-JOUR TO TRUE
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-DELAI-PREAVIS TO SCALJOU-NB-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF SCALJOU-STATUS-OK
              AND WS-SYSIN-DATE < SCALJOU-DATE2
              DISPLAY '*** PREAVIS A MOINS DE ' WS-DELAI-PREAVIS
                      ' JOURS DU PRELEVEMENT DU ' WS-SYSIN-DATE ' ***'
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

       799-RECUP-SYSIN.
      *    LA DATE DE VALEUR EST CALEE SUR LE PROCHAIN JOUR OUVRE DU
      *    CALENDRIER DE TRAITEMENT, LA SYSIN N'EST PLUS CRUE SUR
           IF SCALJOU-STATUS-OK
              MOVE SCALJOU-DATE2 TO WS-SYSIN-DATE
           END-IF
           IF WS-MODE-PREAVIS
              PERFORM 797-CONTROLER-DELAI-AVIS
           END-IF
           IF WS-SYSIN-TOP NOT NUMERIC
              OR WS-SYSIN-TOP = 0
              MOVE 10 TO WS-SYSIN-TOP
           DISPLAY 'NOMBRE DE MOUVEMENTS F EMIS  : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE DE COMPTES SANS FRAIS : ' CP-SANS-FRAIS
           DISPLAY 'COMPTES DORMANTS EXONERES    : ' CP-EXONERES-DORM
           DISPLAY 'COMPTES AVEC REMISE          : ' CP-COMPTES-REMISES
           DISPLAY 'COMPTES SANS POSITION CLIENT : ' CP-SANS-POSITION
           IF WS-MODE-COMPARAISON
              DISPLAY 'MODE COMPARAISON - EXAMINES  : ' CMP-NB-EXAMINES
              DISPLAY 'MODE COMPARAISON - MODIFIES  : ' CMP-NB-MODIFIES
           END-IF
           IF WS-MODE-PREAVIS
              DISPLAY 'NOMBRE D AVIS DE FRAIS EMIS  : ' CP-AVIS-EMIS
           END-IF
           IF WS-AVIS-CONTROLE
              DISPLAY 'PRELEVEMENTS AU-DELA AVIS    : ' CP-AVIS-DEPASSES
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-DATE-VALEUR
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           IF WS-MODE-COMPARAISON
              MOVE 'COBTPFRA'                TO ED-CMP-PROGRAMME
              MOVE 'REMISES SUR FRAIS'       TO ED-CMP-OBJET
              MOVE ED-CMP-ENTETE1 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE ED-CMP-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           IF WS-MODE-PREAVIS
              MOVE WS-SYSIN-DATE TO ED-AVI-DATE
              MOVE ED-ENTETE-AVIS TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       803-TRAILER-FICETAT.
           MOVE WS-CUMUL-FRAIS TO ED-T-CUMUL
           MOVE ED-LIGNE-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE WS-CUMUL-REMISES TO ED-T-REMISES
           MOVE ED-LIGNE-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

       804-LIGNE-FICETAT.
           MOVE WS-FRAIS-DECOUV TO ED-FRA-DECOUV
           MOVE ED-LIGNE-FRAIS TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-FRAIS-CATALOGUE TO ED-REM-CATALOGUE
           MOVE WS-TAUX-REMISE TO ED-REM-TAUX
           MOVE WS-REMISE-TOTAL TO ED-REM-REMISE
           MOVE WS-FRAIS-TOTAL TO ED-REM-FACTURE
           MOVE ED-LIGNE-REMISE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       805-TRAILER-PREAVIS.
           MOVE CP-AVIS-EMIS TO ED-T-AVIS-EMIS
           MOVE ED-LIGNE-TRAILER-AVIS1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE WS-CUMUL-AVIS TO ED-T-CUMUL-AVIS
           MOVE ED-LIGNE-TRAILER-AVIS2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *      ---------------------------------------------------------*
      *-----< PRELEVEMENTS SUPERIEURS AU MONTANT AVISE (FICEXFR)      *
      *      ---------------------------------------------------------*
       806-ENTETE-EXCEPTIONS.
           MOVE WS-SYSIN-DATE TO ED-EXF-DATE
           MOVE ED-ENTETE-EXFR1 TO ED-ZONE-ED
           WRITE FD-FICEXFR FROM ED-ZONE-ED
           MOVE ED-ENTETE-EXFR2 TO ED-ZONE-ED
           WRITE FD-FICEXFR FROM ED-ZONE-ED AFTER 2 LINES
           .

       807-LIGNE-EXCEPTION.
           ADD 1 TO CP-AVIS-DEPASSES
           MOVE 4 TO WS-CODE-RETOUR
           COMPUTE WS-ECART-AVIS = WS-FRAIS-TOTAL - WS-MONTANT-AVISE
           MOVE FD-FICCPTS-NUMCPT TO ED-EXF-NUMCPT
           MOVE WS-MONTANT-AVISE TO ED-EXF-AVISE
           MOVE WS-FRAIS-TOTAL TO ED-EXF-PRELEVE
           MOVE WS-ECART-AVIS TO ED-EXF-ECART
           IF WS-MONTANT-AVISE = 0
              MOVE 'SANS PREAVIS' TO ED-EXF-MOTIF
           ELSE
              MOVE SPACES TO ED-EXF-MOTIF
           END-IF
           MOVE ED-LIGNE-EXFR TO ED-ZONE-ED
           WRITE FD-FICEXFR FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON DES REMISES : UNE LIGNE PAR COMPTE DONT LA  *
      *      REMISE CHANGE, PUIS LES TOTAUX                           *
      *      ---------------------------------------------------------*
       808-LIGNE-COMPARAISON.
           ADD 1 TO CMP-NB-MODIFIES
           COMPUTE CMP-ECART = CMP-NOUVEAU - CMP-ANCIEN
           ADD CMP-ECART TO CMP-ECART-CUMUL
           MOVE FD-FICCPTS-NUMCPT TO ED-CMP-NUMCPT
           MOVE 'REMISE'          TO ED-CMP-RUBRIQUE
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

      *      ---------------------------------------------------------*
           END-IF
           .

       813-TRAILER-EXCEPTIONS.
           MOVE CP-AVIS-DEPASSES TO ED-EXF-NB
           MOVE ED-LIGNE-EXFR-TOTAL TO ED-ZONE-ED
           WRITE FD-FICEXFR FROM ED-ZONE-ED AFTER 2 LINES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPFRA ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           IF WS-CODE-RETOUR > RETURN-CODE
              MOVE WS-CODE-RETOUR TO RETURN-CODE
           END-IF
           STOP RUN
           .


       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPDCD.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPDCD                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CONSEQUENCES DU DECES D'UN CLIENT, A LA SUITE DE COBTPCLI     *
      * DANS LA CHAINE BANKCLI :                                      *
      *   - RETIENT LES DECLARATIONS DE DECES (FICMAJC ACTION 'D')    *
      *     EFFECTIVEMENT PORTEES SUR LE KSDS FICCLI                  *
      *   - PARCOURT LE LIEN FICLNK : UN COMPTE DONT TOUS LES         *
      *     TITULAIRES (T OU J) SONT DECEDES EST GELE (POSE FICMAJB   *
      *     'C', TYPE 'G', REFERENCE 'DC' + NUMCLI, DEPOSEE DANS LA   *
      *     NAVETTE FICMAJBD POUR COBTPBLQ) ; UN COMPTE JOINT AVEC UN *
      *     SURVIVANT EST SEULEMENT SIGNALE A REVOIR ; UNE            *
      *     PROCURATION DETENUE PAR LE DEFUNT EST SIGNALEE            *
      *   - SUR LES COMPTES GELES : ORDRES PERMANENTS SUSPENDUS       *
      *     (FICORDO -> FICORDN, STATUT 'S'), MANDATS DE PRELEVEMENT  *
      *     ACTIFS SUSPENDUS (FICMANDO -> FICMANDN, STATUT 'S') ET    *
      *     CARTES ACTIVES OU EN ATTENTE MISES EN OPPOSITION SUR LE   *
      *     KSDS FICCART (MOTIF 'DC') ; SUR LES COMPTES JOINTS, LES   *
      *     MEMES ELEMENTS SONT LISTES A REVOIR                       *
      *   - EDITE POUR LE NOTAIRE UNE ATTESTATION DES SOLDES AU JOUR  *
      *     DU DECES (FICNOTA) : SOLDE COMPTABLE DU KSDS FICCPT       *
      *     DIMINUE DES MOUVEMENTS DATES APRES LE DECES (ARCHIVE      *
      *     FICARCH ET GENERATIONS FICMVTS NON ENCORE ARCHIVEES)      *
      * CHAQUE ACTION LAISSE UNE PISTE D'AUDIT (FICAUDIT). CODE       *
      * RETOUR 4 SI DES ELEMENTS SONT A REVOIR PAR L'AGENCE.          *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S'     *
      *          |          |      | COMPTEE EN DEBIT                 *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICMAJC ASSIGN TO FICMAJC FILE STATUS IS FS-FICMAJC.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICORDO ASSIGN TO FICORDO FILE STATUS IS FS-FICORDO.
           SELECT FICMANDO ASSIGN TO FICMANDO
                  FILE STATUS IS FS-FICMANDO.
           SELECT FICORDN ASSIGN TO FICORDN.
           SELECT FICMANDN ASSIGN TO FICMANDN.
           SELECT FICMAJBD ASSIGN TO FICMAJBD.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICNOTA ASSIGN TO FICNOTA.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICMAJC
           RECORDING MODE IS F.
       01     FD-FICMAJC.
         05   FD-FICMAJC-NUMCLI   PIC X(08).
         05   FD-FICMAJC-CODE     PIC X.
           88 FD-FICMAJC-DECES    VALUE 'D'.
         05   FILLER              PIC X(163).
         05   FD-FICMAJC-DATE-DECES PIC 9(08).
         05   FILLER              PIC X(21).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FD-FICCLI-PREF-RELEVE     PIC X(01).
         05 FD-FICCLI-DATE-CREA       PIC 9(08).
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FD-FICCLI-NPAI            PIC X(01).
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FILLER                    PIC X(22).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
           88 FD-FICLNK-ROLE-TITULAIRE   VALUE 'T'.
           88 FD-FICLNK-ROLE-COTITULAIRE VALUE 'J'.
           88 FD-FICLNK-ROLE-PROCURATION VALUE 'P'.
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
         05 FILLER                    PIC X(20).

       FD FICARCH.
       01   FD-ENREG-FICARCH.
         05 FD-FICARCH-CLE.
           10 FD-FICARCH-NUMCPT       PIC X(10).
           10 FD-FICARCH-DATE         PIC 9(08).
           10 FD-FICARCH-SEQ          PIC 9(05).
         05 FD-FICARCH-MVT.
           10 FILLER                  PIC X(18).
           10 FD-FICARCH-MVT-CODE     PIC X(01).
           10 FD-FICARCH-MVT-MONTANT  PIC 9(08)V99.
           10 FILLER                  PIC X(32).
           10 FD-FICARCH-MVT-SENS     PIC X(01).
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
           88 FD-FICCART-ACTIVE      VALUE 'A'.
           88 FD-FICCART-EN-ATTENTE  VALUE 'N'.
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-CODE   PIC X(01).
         05   FD-FICMVTS-MONTANT PIC 9(08)V99.
         05   FD-FICMVTS-DEVISE PIC X(03).
         05   FILLER            PIC X(28).
         05   FD-FICMVTS-PRODUIT PIC X(01).
         05   FD-FICMVTS-SENS   PIC X(01).
         05   FD-FICMVTS-CODE-ORIGINE PIC X(01).
         05   FILLER            PIC X(17).

       FD FICORDO
           RECORDING MODE IS F.
       01     FD-FICORDO.
         05   FILLER            PIC X(80).

       FD FICMANDO
           RECORDING MODE IS F.
       01     FD-FICMANDO.
         05   FILLER            PIC X(80).

       FD FICORDN
           RECORDING MODE IS F.
       01     FD-FICORDN.
         05   FILLER            PIC X(80).

       FD FICMANDN
           RECORDING MODE IS F.
       01     FD-FICMANDN.
         05   FILLER            PIC X(80).

       FD FICMAJBD
           RECORDING MODE IS F.
       01     FD-FICMAJBD.
         05   FD-FICMAJBD-ACTION PIC X(01).
         05   FD-FICMAJBD-NUMCPT PIC X(10).
         05   FD-FICMAJBD-TYPE  PIC X(01).
         05   FD-FICMAJBD-REFERENCE PIC X(10).
         05   FD-FICMAJBD-DATE-DEB PIC 9(08).
         05   FD-FICMAJBD-DATE-FIN PIC 9(08).
         05   FD-FICMAJBD-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(32).

       FD FICAUDIT
           RECORDING MODE IS F.
       01     FD-FICAUDIT.
         05   FD-FICAUDIT-NUMCPT      PIC X(10).
         05   FD-FICAUDIT-PROGRAMME   PIC X(08).
         05   FD-FICAUDIT-OPERATION   PIC X(08).
         05   FD-FICAUDIT-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-DATE        PIC 9(08).
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       FD FICNOTA
           RECORDING MODE IS F.
       01     FD-FICNOTA.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICMAJC         PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICARCH         PIC X(2).
         05   FS-FICCART         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICORDO         PIC X(2).
         05   FS-FICMANDO        PIC X(2).

      *      ---------------------------------------------------------*
      *-----< ORDRE PERMANENT ET MANDAT EN COURS DE RECOPIE           *
      *      ---------------------------------------------------------*
       01     WS-ORDRE.
         05   WS-ORD-NUMCPT      PIC X(10).
         05   WS-ORD-SEQ         PIC 9(03).
         05   WS-ORD-CODE        PIC X(01).
         05   WS-ORD-MONTANT     PIC 9(08)V99.
         05   WS-ORD-PERIODICITE PIC X(01).
         05   WS-ORD-PROCHAINE   PIC 9(08).
         05   WS-ORD-DEVISE      PIC X(03).
         05   WS-ORD-STATUT      PIC X(01).
           88 WS-ORD-SUSPENDU        VALUE 'S'.
         05   FILLER             PIC X(43).

       01     WS-MANDAT.
         05   WS-MAN-NUMCPT      PIC X(10).
         05   WS-MAN-REFERENCE   PIC X(10).
         05   WS-MAN-CREANCIER   PIC X(08).
         05   WS-MAN-PLAFOND     PIC 9(08)V99.
         05   WS-MAN-STATUT      PIC X(01).
           88 WS-MAN-ACTIF           VALUE 'A'.
         05   WS-MAN-DATE-MAJ    PIC 9(08).
         05   FILLER             PIC X(33).

      *      ---------------------------------------------------------*
      *-----< TABLE DES CLIENTS DECEDES DU JOUR                       *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DCD.
         05   IX-DCD             PIC 9(4) COMP VALUE 0.
         05   IX-DCD-MAX         PIC 9(4) COMP VALUE 200.
         05   IX-DCD-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-DCD-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DCD.
         05   WS-DCD-POSTE OCCURS 200 TIMES.
           10 WS-DCD-NUMCLI      PIC X(08).
           10 WS-DCD-NOM         PIC X(30).
           10 WS-DCD-DATE-DECES  PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< TABLE DES COMPTES TOUCHES PAR UN DECES, TRIEE PAR       *
      *      NUMCPT (LE LIEN EST LU EN ORDRE DE CLE) ET EXPLOREE EN   *
      *      DICHOTOMIE. SITUATION : G = GEL (PLUS AUCUN TITULAIRE    *
      *      VIVANT), R = COMPTE JOINT A REVOIR, P = PROCURATION      *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CPT.
         05   IX-CPT             PIC 9(4) COMP VALUE 0.
         05   IX-CPT-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-CPT-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-CPT-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-CPT.
         05   WS-CPT-POSTE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IX-CPT-CHARG
               ASCENDING KEY IS WS-CPT-NUMCPT
               INDEXED BY IX-CPT-BIN.
           10 WS-CPT-NUMCPT      PIC X(10).
           10 WS-CPT-SITUATION   PIC X(01).
             88 WS-CPT-A-GELER       VALUE 'G'.
             88 WS-CPT-A-REVOIR      VALUE 'R'.
             88 WS-CPT-PROCURATION   VALUE 'P'.
           10 WS-CPT-IX-DCD      PIC 9(4) COMP.
           10 WS-CPT-DTN-PREM    PIC 9(4) COMP.
           10 WS-CPT-DTN-NB      PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< TABLE DES DETENTIONS EN TITRE (T OU J) D'UN DEFUNT :    *
      *      SOLDE COMPTABLE ET MOUVEMENTS POSTERIEURS AU DECES       *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DTN.
         05   IX-DTN             PIC 9(4) COMP VALUE 0.
         05   IX-DTN-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-DTN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-DTN-FIN         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DTN.
         05   WS-DTN-POSTE OCCURS 2000 TIMES.
           10 WS-DTN-IX-DCD      PIC 9(4) COMP.
           10 WS-DTN-NUMCPT      PIC X(10).
           10 WS-DTN-ROLE        PIC X(01).
           10 WS-DTN-SITUATION   PIC X(01).
           10 WS-DTN-TROUVE      PIC X(01).
             88 WS-DTN-CPT-TROUVE    VALUE 'O'.
           10 WS-DTN-DEVISE      PIC X(03).
           10 WS-DTN-SOLDE       PIC S9(09)V99 COMP-3.
           10 WS-DTN-MVT-APRES   PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< GROUPE DE LIENS D'UN MEME COMPTE DANS LE PARCOURS DE    *
      *      FICLNK                                                   *
      *      ---------------------------------------------------------*
       01     WS-GROUPE.
         05   WS-GRP-NUMCPT      PIC X(10).
         05   WS-GRP-NB-TITRE    PIC 9(4) COMP.
         05   WS-GRP-NB-DCD-TITRE PIC 9(4) COMP.
         05   WS-GRP-NB-DCD-PROC PIC 9(4) COMP.
         05   WS-GRP-DTN-PREM    PIC 9(4) COMP.
         05   WS-GRP-IX-DCD      PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT A EXTOURNER DU SOLDE (ARCHIVE OU FICMVTS)     *
      *      ---------------------------------------------------------*
       01     WS-MOUVEMENT.
         05   WS-MVT-CODE        PIC X(01).
         05   WS-MVT-MONTANT     PIC 9(08)V99.
         05   WS-MVT-SENS        PIC X(01).
           88 WS-MVT-SENS-RECU       VALUE 'R'.
         05   WS-MVT-ORIGINE     PIC X(01).
       01     WS-MVT-NET         PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE TRAVAIL                                    *
      *      ---------------------------------------------------------*
       01     WS-CLE-ARCH.
         05   WS-ARC-NUMCPT      PIC X(10).
         05   WS-ARC-DATE        PIC 9(08).
         05   WS-ARC-SEQ         PIC 9(05).
       01     WS-ARCH-FIN        PIC X(01).
         88   WS-ARCH-EPUISE         VALUE 'O'.
       01     WS-RECH-NUMCPT     PIC X(10).
       01     WS-REFERENCE-GEL.
         05   FILLER             PIC X(02) VALUE 'DC'.
         05   WS-REF-NUMCLI      PIC X(08).
       01     WS-A-REVOIR        PIC X(01) VALUE 'N'.
         88   WS-ELEMENTS-A-REVOIR   VALUE 'O'.
       01     WS-SOLDE-DECES     PIC S9(09)V99 COMP-3.
       01     WS-TOTAL-PROPRES   PIC S9(11)V99 COMP-3.
       01     WS-TOTAL-JOINTS    PIC S9(11)V99 COMP-3.
       01     WS-NB-LIGNES-ATT   PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE DATE                                       *
      *      ---------------------------------------------------------*
       01     WS-DATE-SSAAMMJJ.
         05   WS-DAT-SSAA        PIC 9(04).
         05   WS-DAT-MM          PIC 9(02).
         05   WS-DAT-JJ          PIC 9(02).
       01     WS-DATE-N REDEFINES WS-DATE-SSAAMMJJ PIC 9(08).
       01     WS-DATE-EDITEE.
         05   WS-DED-JJ          PIC 9(02).
         05   FILLER             PIC X(01) VALUE '/'.
         05   WS-DED-MM          PIC 9(02).
         05   FILLER             PIC X(01) VALUE '/'.
         05   WS-DED-SSAA        PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
       01     WS-AUDIT-DATE        PIC 9(08).
       01     WS-AUDIT-HEURE.
         05   WS-AUDIT-HH          PIC 99.
         05   WS-AUDIT-MN          PIC 99.
         05   WS-AUDIT-SC          PIC 99.
       01     WS-AUDIT-HEURE-N REDEFINES WS-AUDIT-HEURE PIC 9(06).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-MAJC    PIC 9(6) COMP VALUE 0.
         05   CP-DECES-RETENUS   PIC 9(6) COMP VALUE 0.
         05   CP-DECES-IGNORES   PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-LNK     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-ARCH    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MVTS    PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-EXTOURNES  PIC 9(6) COMP VALUE 0.
         05   CP-POSES-GEL       PIC 9(6) COMP VALUE 0.
         05   CP-COMPTES-A-REVOIR PIC 9(6) COMP VALUE 0.
         05   CP-PROCURATIONS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-ORDO    PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-SUSPENDUS PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MANDO   PIC 9(6) COMP VALUE 0.
         05   CP-MANDATS-SUSPENDUS PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CART    PIC 9(6) COMP VALUE 0.
         05   CP-CARTES-OPPOSEES PIC 9(6) COMP VALUE 0.
         05   CP-ATTESTATIONS    PIC 9(6) COMP VALUE 0.
         05   CP-PAGE            PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'TRAITEMENT DES DECES DE CLIENTS DU         '.
         05   ED-ENT-DATE        PIC X(10).

       01     ED-ENTETE2.
         05   FILLER PIC X(32) VALUE 'CLIENT   COMPTE     OBJET       '.
         05   FILLER PIC X(07) VALUE 'SUITE  '.

       01     ED-LIGNE-ACTION.
         05   ED-ACT-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-OBJET       PIC X(12).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-LIBELLE     PIC X(45).

       01     ED-NOT-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'ATTESTATION DES SOLDES AU JOUR DU DECES '.
         05   FILLER             PIC X(29) VALUE SPACES.
         05   FILLER             PIC X(07) VALUE 'PAGE : '.
         05   ED-NOT-PAGE        PIC Z(4).

       01     ED-NOT-ADRESSE.
         05   ED-NOT-ADR-NOM.
           10 FILLER             PIC X(45) VALUE SPACES.
           10 ED-ADR-NOM         PIC X(30).
         05   ED-NOT-ADR1.
           10 FILLER             PIC X(45) VALUE SPACES.
           10 ED-ADR-ADR1        PIC X(30).
         05   ED-NOT-ADR2.
           10 FILLER             PIC X(45) VALUE SPACES.
           10 ED-ADR-ADR2        PIC X(30).
         05   ED-NOT-ADR3.
           10 FILLER             PIC X(45) VALUE SPACES.
           10 ED-ADR-CODPOST     PIC X(05).
           10 FILLER             PIC X(01) VALUE SPACES.
           10 ED-ADR-VILLE       PIC X(25).

       01     ED-NOT-CLIENT.
         05   FILLER             PIC X(18) VALUE 'CLIENT          : '.
         05   ED-NOT-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-NOT-NOM         PIC X(30).

       01     ED-NOT-DECES.
         05   FILLER             PIC X(18) VALUE 'DATE DU DECES   : '.
         05   ED-NOT-DATE-DECES  PIC X(10).

       01     ED-NOT-COLONNES.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     QUALITE     DEV    SOLDE AU D'.
         05   FILLER PIC X(26)
               VALUE 'ECES  OBSERVATION         '.

       01     ED-NOT-LIGNE.
         05   ED-NOT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-NOT-QUALITE     PIC X(11).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-NOT-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-NOT-SOLDE       PIC ZZZBZZZBZZ9,V99-.
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-NOT-OBSERVATION PIC X(30).

       01     ED-NOT-AUCUN.
         05   FILLER PIC X(40)
               VALUE 'AUCUN COMPTE DETENU EN TITRE           '.

       01     ED-NOT-TOTAL.
         05   ED-NOT-TOT-LIBELLE PIC X(40).
         05   ED-NOT-TOT-MONTANT PIC ZZZBZZZBZZZBZZ9,V99-.
         05   FILLER             PIC X(04) VALUE ' EUR'.

       01     ED-NOT-PIED1.
         05   FILLER PIC X(40)
               VALUE 'SOLDES CERTIFIES CONFORMES AUX ECRITURES'.
         05   FILLER PIC X(16) VALUE ', ETABLIS LE :  '.
         05   ED-NOT-DATE-EDITION PIC X(10).

       01     ED-NOT-PIED2.
         05   FILLER PIC X(40)
               VALUE 'SOLDE COMPTABLE DIMINUE DES MOUVEMENTS D'.
         05   FILLER PIC X(36)
               VALUE 'ATES POSTERIEUREMENT AU DECES      '.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< SUCCESSIONS                                             *
      *      ---------------------------------------------------------*
       100-SUCCESSIONS.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 790-CHARGER-DECES
           PERFORM 792-CHARGER-COMPTES

           PERFORM 710-SOLDE-COMPTABLE
             VARYING IX-DTN FROM 1 BY 1
               UNTIL IX-DTN > IX-DTN-CHARG
           PERFORM 720-MOUVEMENTS-ARCHIVES
             VARYING IX-DTN FROM 1 BY 1
               UNTIL IX-DTN > IX-DTN-CHARG

           PERFORM 614-LIRE-FICMVTS
           PERFORM 200-MOUVEMENT
             UNTIL FS-FICMVTS = '10'

           PERFORM 730-TRAITER-COMPTE
             VARYING IX-CPT FROM 1 BY 1
               UNTIL IX-CPT > IX-CPT-CHARG

           PERFORM 615-LIRE-FICORDO
           PERFORM 210-ORDRE
             UNTIL FS-FICORDO = '10'

           PERFORM 616-LIRE-FICMANDO
           PERFORM 220-MANDAT
             UNTIL FS-FICMANDO = '10'

           PERFORM 605-DEMARRER-FICCART
           IF FS-FICCART NOT = '10'
              PERFORM 617-LIRE-FICCART-SUIVANT
           END-IF
           PERFORM 230-CARTE
             UNTIL FS-FICCART = '10'

           PERFORM 810-ATTESTATION
             VARYING IX-DCD FROM 1 BY 1
               UNTIL IX-DCD > IX-DCD-CHARG

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           IF WS-ELEMENTS-A-REVOIR
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT NON ENCORE ARCHIVE : EXTOURNE DU SOLDE DES    *
      *      DETENTIONS DU COMPTE S'IL EST DATE APRES LE DECES        *
      *      ---------------------------------------------------------*
       200-MOUVEMENT.
           IF IX-CPT-CHARG > 0
              SEARCH ALL WS-CPT-POSTE
                 AT END
                    CONTINUE
                 WHEN WS-CPT-NUMCPT (IX-CPT-BIN) = FD-FICMVTS-NUMCPT
                    MOVE FD-FICMVTS-CODE    TO WS-MVT-CODE
                    MOVE FD-FICMVTS-MONTANT TO WS-MVT-MONTANT
                    MOVE FD-FICMVTS-SENS    TO WS-MVT-SENS
                    MOVE FD-FICMVTS-CODE-ORIGINE TO WS-MVT-ORIGINE
                    PERFORM 760-SIGNER-MOUVEMENT
                    COMPUTE IX-DTN-FIN = WS-CPT-DTN-PREM (IX-CPT-BIN)
                                       + WS-CPT-DTN-NB (IX-CPT-BIN) - 1
                    PERFORM 750-IMPUTER-MOUVEMENT
                      VARYING IX-DTN FROM WS-CPT-DTN-PREM (IX-CPT-BIN)
                        BY 1 UNTIL IX-DTN > IX-DTN-FIN
              END-SEARCH
           END-IF
           PERFORM 614-LIRE-FICMVTS
           .

      *      ---------------------------------------------------------*
      *-----< ORDRE PERMANENT : SUSPENDU SUR UN COMPTE GELE, SIGNALE  *
      *      SUR UN COMPTE JOINT                                      *
      *      ---------------------------------------------------------*
       210-ORDRE.
           MOVE WS-ORD-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 740-RECHERCHER-COMPTE
           IF IX-CPT-CPT > 0
              MOVE WS-ORD-NUMCPT TO ED-ACT-NUMCPT
              MOVE SPACES TO ED-ACT-OBJET
              STRING 'ORDRE ' WS-ORD-SEQ DELIMITED BY SIZE
                INTO ED-ACT-OBJET
              EVALUATE TRUE
                 WHEN WS-CPT-A-GELER (IX-CPT-CPT)
                  AND NOT WS-ORD-SUSPENDU
                    SET WS-ORD-SUSPENDU TO TRUE
                    ADD 1 TO CP-ORDRES-SUSPENDUS
                    MOVE 'SUSPORDR' TO FD-FICAUDIT-OPERATION
                    MOVE WS-ORD-NUMCPT TO FD-FICAUDIT-NUMCPT
                    PERFORM 633-ECRIRE-FICAUDIT
                    MOVE 'ORDRE PERMANENT SUSPENDU' TO ED-ACT-LIBELLE
                    PERFORM 804-LIGNE-ACTION
                 WHEN WS-CPT-A-REVOIR (IX-CPT-CPT)
                  AND NOT WS-ORD-SUSPENDU
                    MOVE 'O' TO WS-A-REVOIR
                    MOVE 'COMPTE JOINT - ORDRE A REVOIR'
                         TO ED-ACT-LIBELLE
                    PERFORM 804-LIGNE-ACTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 630-ECRIRE-FICORDN
           PERFORM 615-LIRE-FICORDO
           .

      *      ---------------------------------------------------------*
      *-----< MANDAT DE PRELEVEMENT : UN MANDAT ACTIF EST SUSPENDU    *
      *      SUR UN COMPTE GELE, SIGNALE SUR UN COMPTE JOINT          *
      *      ---------------------------------------------------------*
       220-MANDAT.
           MOVE WS-MAN-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 740-RECHERCHER-COMPTE
           IF IX-CPT-CPT > 0
              MOVE WS-MAN-NUMCPT TO ED-ACT-NUMCPT
              MOVE WS-MAN-REFERENCE TO ED-ACT-OBJET
              EVALUATE TRUE
                 WHEN WS-CPT-A-GELER (IX-CPT-CPT)
                  AND WS-MAN-ACTIF
                    MOVE 'S' TO WS-MAN-STATUT
                    MOVE WS-AUDIT-DATE TO WS-MAN-DATE-MAJ
                    ADD 1 TO CP-MANDATS-SUSPENDUS
                    MOVE 'SUSPMAND' TO FD-FICAUDIT-OPERATION
                    MOVE WS-MAN-NUMCPT TO FD-FICAUDIT-NUMCPT
                    PERFORM 633-ECRIRE-FICAUDIT
                    MOVE 'MANDAT DE PRELEVEMENT SUSPENDU'
                         TO ED-ACT-LIBELLE
                    PERFORM 804-LIGNE-ACTION
                 WHEN WS-CPT-A-REVOIR (IX-CPT-CPT)
                  AND WS-MAN-ACTIF
                    MOVE 'O' TO WS-A-REVOIR
                    MOVE 'COMPTE JOINT - MANDAT A REVOIR'
                         TO ED-ACT-LIBELLE
                    PERFORM 804-LIGNE-ACTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 631-ECRIRE-FICMANDN
           PERFORM 616-LIRE-FICMANDO
           .

      *      ---------------------------------------------------------*
      *-----< CARTE : OPPOSITION SUR PLACE (MOTIF 'DC') D'UNE CARTE   *
      *      ACTIVE OU EN ATTENTE SUR UN COMPTE GELE ; SIGNALEE SUR   *
      *      UN COMPTE JOINT (LA CARTE PEUT ETRE CELLE DU SURVIVANT)  *
      *      ---------------------------------------------------------*
       230-CARTE.
           MOVE FD-FICCART-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 740-RECHERCHER-COMPTE
           IF IX-CPT-CPT > 0
              AND (FD-FICCART-ACTIVE OR FD-FICCART-EN-ATTENTE)
              MOVE FD-FICCART-NUMCPT TO ED-ACT-NUMCPT
              MOVE SPACES TO ED-ACT-OBJET
              STRING 'CB ' FD-FICCART-NUMCART DELIMITED BY SIZE
                INTO ED-ACT-OBJET
              EVALUATE TRUE
                 WHEN WS-CPT-A-GELER (IX-CPT-CPT)
                    PERFORM 632-OPPOSER-FICCART
                 WHEN WS-CPT-A-REVOIR (IX-CPT-CPT)
                    MOVE 'O' TO WS-A-REVOIR
                    MOVE 'COMPTE JOINT - CARTE A REVOIR'
                         TO ED-ACT-LIBELLE
                    PERFORM 804-LIGNE-ACTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 617-LIRE-FICCART-SUIVANT
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICMAJC
           IF FS-FICMAJC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJC   FS-FICMAJC = '
                      FS-FICMAJC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN I-O FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART   FS-FICCART = '
                      FS-FICCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICORDO
           IF FS-FICORDO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICORDO   FS-FICORDO = '
                      FS-FICORDO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMANDO
           IF FS-FICMANDO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMANDO  FS-FICMANDO = '
                      FS-FICMANDO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICORDN
           OPEN OUTPUT FICMANDN
           OPEN EXTEND FICMAJBD
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICNOTA
           .

       605-DEMARRER-FICCART.
           MOVE LOW-VALUES TO FD-FICCART-NUMCART
           START FICCART KEY IS NOT LESS THAN FD-FICCART-NUMCART
              INVALID KEY MOVE '10' TO FS-FICCART
           END-START
           .

       606-DEMARRER-FICLNK.
           MOVE LOW-VALUES TO FD-FICLNK-CLE
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
              INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           .

       607-DEMARRER-FICARCH.
           MOVE WS-CLE-ARCH TO FD-FICARCH-CLE
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
              INVALID KEY MOVE '10' TO FS-FICARCH
           END-START
           .

       610-LIRE-FICMAJC.
           READ FICMAJC
           IF FS-FICMAJC NOT = '10'
              ADD 1 TO CP-LECTURE-MAJC
           END-IF
           .

       611-LIRE-FICCLI.
           READ FICCLI
              INVALID KEY MOVE '23' TO FS-FICCLI
           END-READ
           .

       612-LIRE-FICLNK-SUIVANT.
           READ FICLNK NEXT RECORD
              AT END MOVE '10' TO FS-FICLNK
           END-READ
           IF FS-FICLNK NOT = '10'
              ADD 1 TO CP-LECTURE-LNK
           END-IF
           .

       613-LIRE-FICARCH-SUIVANT.
           READ FICARCH NEXT RECORD
              AT END MOVE '10' TO FS-FICARCH
           END-READ
           IF FS-FICARCH NOT = '10'
              ADD 1 TO CP-LECTURE-ARCH
           END-IF
           .

       614-LIRE-FICMVTS.
           READ FICMVTS
           IF FS-FICMVTS NOT = '10'
              ADD 1 TO CP-LECTURE-MVTS
           END-IF
           .

       615-LIRE-FICORDO.
           READ FICORDO INTO WS-ORDRE
           IF FS-FICORDO NOT = '10'
              ADD 1 TO CP-LECTURE-ORDO
           END-IF
           .

       616-LIRE-FICMANDO.
           READ FICMANDO INTO WS-MANDAT
           IF FS-FICMANDO NOT = '10'
              ADD 1 TO CP-LECTURE-MANDO
           END-IF
           .

       617-LIRE-FICCART-SUIVANT.
           READ FICCART NEXT RECORD
              AT END MOVE '10' TO FS-FICCART
           END-READ
           IF FS-FICCART NOT = '10'
              ADD 1 TO CP-LECTURE-CART
           END-IF
           .

       618-LIRE-FICCPT.
           READ FICCPT
              INVALID KEY MOVE '23' TO FS-FICCPT
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICMAJC
           CLOSE FICCLI
           CLOSE FICLNK
           CLOSE FICCPT
           CLOSE FICARCH
           CLOSE FICCART
           CLOSE FICMVTS
           CLOSE FICORDO
           CLOSE FICMANDO
           CLOSE FICORDN
           CLOSE FICMANDN
           CLOSE FICMAJBD
           CLOSE FICAUDIT
           CLOSE FICETAT
           CLOSE FICNOTA
           .

       630-ECRIRE-FICORDN.
           WRITE FD-FICORDN FROM WS-ORDRE
           .

       631-ECRIRE-FICMANDN.
           WRITE FD-FICMANDN FROM WS-MANDAT
           .

       632-OPPOSER-FICCART.
           MOVE 'O' TO FD-FICCART-STATUT
           MOVE 'DC' TO FD-FICCART-MOTIF-OPPO
           MOVE WS-AUDIT-DATE TO FD-FICCART-DATE-OPPO
           MOVE WS-AUDIT-HEURE-N TO FD-FICCART-HEURE-OPPO
           MOVE 'COBTPDCD' TO FD-FICCART-OPERATEUR
           MOVE WS-AUDIT-DATE TO FD-FICCART-DATE-MAJ
           REWRITE FD-FICCART
              INVALID KEY
                 DISPLAY 'ERREUR REECRITURE FICCART - CARTE '
                         FD-FICCART-NUMCART ' FS : ' FS-FICCART
                 PERFORM 998-ARRET-ANORMAL
           END-REWRITE
           ADD 1 TO CP-CARTES-OPPOSEES
           MOVE 'OPPOSIT ' TO FD-FICAUDIT-OPERATION
           MOVE FD-FICCART-NUMCPT TO FD-FICAUDIT-NUMCPT
           PERFORM 633-ECRIRE-FICAUDIT
           MOVE 'CARTE MISE EN OPPOSITION (MOTIF DC)'
                TO ED-ACT-LIBELLE
           PERFORM 804-LIGNE-ACTION
           .

       633-ECRIRE-FICAUDIT.
           MOVE 'COBTPDCD' TO FD-FICAUDIT-PROGRAMME
           MOVE 0 TO FD-FICAUDIT-SOLDE-AVANT
           MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE 'COBTPDCD' TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

       634-ECRIRE-FICMAJBD.
           MOVE SPACES TO FD-FICMAJBD
           MOVE 'C' TO FD-FICMAJBD-ACTION
           MOVE WS-CPT-NUMCPT (IX-CPT) TO FD-FICMAJBD-NUMCPT
           MOVE 'G' TO FD-FICMAJBD-TYPE
           MOVE WS-DCD-NUMCLI (WS-CPT-IX-DCD (IX-CPT)) TO WS-REF-NUMCLI
           MOVE WS-REFERENCE-GEL TO FD-FICMAJBD-REFERENCE
           MOVE WS-DCD-DATE-DECES (WS-CPT-IX-DCD (IX-CPT))
                TO FD-FICMAJBD-DATE-DEB
           MOVE 0 TO FD-FICMAJBD-DATE-FIN
           MOVE 0 TO FD-FICMAJBD-MINIMUM
           WRITE FD-FICMAJBD
           ADD 1 TO CP-POSES-GEL
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           INITIALIZE CP-VARIABLES-COMPTEURS
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
           .

      *      ---------------------------------------------------------*
      *-----< SOLDE COMPTABLE ACTUEL D'UNE DETENTION (KSDS FICCPT)    *
      *      ---------------------------------------------------------*
       710-SOLDE-COMPTABLE.
           MOVE WS-DTN-NUMCPT (IX-DTN) TO FD-FICCPT-NUMCPT
           PERFORM 618-LIRE-FICCPT
           IF FS-FICCPT = 00
              MOVE 'O' TO WS-DTN-TROUVE (IX-DTN)
              MOVE FD-FICCPT-SOLDE TO WS-DTN-SOLDE (IX-DTN)
              MOVE FD-FICCPT-DEVISE TO WS-DTN-DEVISE (IX-DTN)
           ELSE
              MOVE 'N' TO WS-DTN-TROUVE (IX-DTN)
              MOVE 0 TO WS-DTN-SOLDE (IX-DTN)
              MOVE SPACES TO WS-DTN-DEVISE (IX-DTN)
           END-IF
           MOVE 0 TO WS-DTN-MVT-APRES (IX-DTN)
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENTS ARCHIVES DU COMPTE DATES APRES LE DECES :    *
      *      LECTURE DE L'ARCHIVE A PARTIR DU LENDEMAIN DU DECES      *
      *      ---------------------------------------------------------*
       720-MOUVEMENTS-ARCHIVES.
           IF WS-DTN-CPT-TROUVE (IX-DTN)
              MOVE WS-DTN-NUMCPT (IX-DTN) TO WS-ARC-NUMCPT
              MOVE WS-DCD-DATE-DECES (WS-DTN-IX-DCD (IX-DTN))
                   TO WS-ARC-DATE
              MOVE 99999 TO WS-ARC-SEQ
              MOVE 'N' TO WS-ARCH-FIN
              PERFORM 607-DEMARRER-FICARCH
              IF FS-FICARCH = '10'
                 MOVE 'O' TO WS-ARCH-FIN
              ELSE
                 PERFORM 613-LIRE-FICARCH-SUIVANT
              END-IF
              PERFORM 721-MOUVEMENT-ARCHIVE
                UNTIL WS-ARCH-EPUISE
           END-IF
           .

       721-MOUVEMENT-ARCHIVE.
           IF FS-FICARCH = '10'
              OR FD-FICARCH-NUMCPT NOT = WS-DTN-NUMCPT (IX-DTN)
              MOVE 'O' TO WS-ARCH-FIN
           ELSE
              IF FD-FICARCH-DATE > WS-ARC-DATE
                 MOVE FD-FICARCH-MVT-CODE    TO WS-MVT-CODE
                 MOVE FD-FICARCH-MVT-MONTANT TO WS-MVT-MONTANT
                 MOVE FD-FICARCH-MVT-SENS    TO WS-MVT-SENS
                 MOVE FD-FICARCH-MVT-ORIGINE TO WS-MVT-ORIGINE
                 PERFORM 760-SIGNER-MOUVEMENT
                 ADD WS-MVT-NET TO WS-DTN-MVT-APRES (IX-DTN)
                 ADD 1 TO CP-MVTS-EXTOURNES
              END-IF
              PERFORM 613-LIRE-FICARCH-SUIVANT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE TOUCHE PAR UN DECES : POSE DE GEL, OU SIGNALEMENT*
      *      D'UN COMPTE JOINT OU D'UNE PROCURATION                   *
      *      ---------------------------------------------------------*
       730-TRAITER-COMPTE.
           MOVE WS-DCD-NUMCLI (WS-CPT-IX-DCD (IX-CPT)) TO ED-ACT-NUMCLI
           MOVE WS-CPT-NUMCPT (IX-CPT) TO ED-ACT-NUMCPT
           MOVE 'COMPTE' TO ED-ACT-OBJET
           EVALUATE TRUE
              WHEN WS-CPT-A-GELER (IX-CPT)
                 PERFORM 634-ECRIRE-FICMAJBD
                 MOVE 'GEL     ' TO FD-FICAUDIT-OPERATION
                 MOVE WS-CPT-NUMCPT (IX-CPT) TO FD-FICAUDIT-NUMCPT
                 PERFORM 633-ECRIRE-FICAUDIT
                 MOVE 'GEL TOTAL TRANSMIS A COBTPBLQ'
                      TO ED-ACT-LIBELLE
              WHEN WS-CPT-A-REVOIR (IX-CPT)
                 MOVE 'O' TO WS-A-REVOIR
                 ADD 1 TO CP-COMPTES-A-REVOIR
                 MOVE 'COMPTE JOINT NON GELE - A REVOIR'
                      TO ED-ACT-LIBELLE
              WHEN OTHER
                 MOVE 'O' TO WS-A-REVOIR
                 ADD 1 TO CP-PROCURATIONS
                 MOVE 'PROCURATION DU DEFUNT A REVOQUER'
                      TO ED-ACT-LIBELLE
           END-EVALUATE
           PERFORM 804-LIGNE-ACTION
           .

      *      ---------------------------------------------------------*
      *-----< RECHERCHE DICHOTOMIQUE D'UN COMPTE DANS LA TABLE DES    *
      *      COMPTES TOUCHES (IX-CPT-CPT = 0 SI ABSENT)               *
      *      ---------------------------------------------------------*
       740-RECHERCHER-COMPTE.
           MOVE 0 TO IX-CPT-CPT
           IF IX-CPT-CHARG > 0
              SEARCH ALL WS-CPT-POSTE
                 AT END
                    CONTINUE
                 WHEN WS-CPT-NUMCPT (IX-CPT-BIN) = WS-RECH-NUMCPT
                    SET IX-CPT-CPT TO IX-CPT-BIN
              END-SEARCH
           END-IF
           IF IX-CPT-CPT > 0
              MOVE WS-DCD-NUMCLI (WS-CPT-IX-DCD (IX-CPT-CPT))
                   TO ED-ACT-NUMCLI
           END-IF
           .

       750-IMPUTER-MOUVEMENT.
           IF FD-FICMVTS-DATE
              > WS-DCD-DATE-DECES (WS-DTN-IX-DCD (IX-DTN))
              ADD WS-MVT-NET TO WS-DTN-MVT-APRES (IX-DTN)
              ADD 1 TO CP-MVTS-EXTOURNES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< EFFET D'UN MOUVEMENT SUR LE SOLDE (MEME REGLE QUE LA    *
      *      FEUILLE D'EQUILIBRE COBTPBAL) : POSITIF = CREDIT         *
      *      ---------------------------------------------------------*
       760-SIGNER-MOUVEMENT.
           EVALUATE WS-MVT-CODE
              WHEN 'D'
              WHEN 'I'
                 MOVE WS-MVT-MONTANT TO WS-MVT-NET
              WHEN 'R'
              WHEN 'C'
              WHEN 'F'
              WHEN 'P'
              WHEN 'Q'
              WHEN 'S'
                 COMPUTE WS-MVT-NET = 0 - WS-MVT-MONTANT
              WHEN 'V'
              WHEN 'X'
                 IF WS-MVT-SENS-RECU
                    MOVE WS-MVT-MONTANT TO WS-MVT-NET
                 ELSE
                    COMPUTE WS-MVT-NET = 0 - WS-MVT-MONTANT
                 END-IF
              WHEN 'E'
                 EVALUATE WS-MVT-ORIGINE
                    WHEN 'D'
                    WHEN 'I'
                       COMPUTE WS-MVT-NET = 0 - WS-MVT-MONTANT
                    WHEN OTHER
                       MOVE WS-MVT-MONTANT TO WS-MVT-NET
                 END-EVALUATE
              WHEN OTHER
                 MOVE 0 TO WS-MVT-NET
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DES DECES DU JOUR : SEULES LES DECLARATIONS  *
      *      ACCEPTEES PAR COBTPCLI (FICCLI MARQUE DECEDE A LA MEME   *
      *      DATE) SONT RETENUES                                      *
      *      ---------------------------------------------------------*
       790-CHARGER-DECES.
           PERFORM 610-LIRE-FICMAJC
           PERFORM UNTIL FS-FICMAJC = '10'
              IF FD-FICMAJC-DECES
                 PERFORM 791-RETENIR-DECES
              END-IF
              PERFORM 610-LIRE-FICMAJC
           END-PERFORM
           .

       791-RETENIR-DECES.
           MOVE FD-FICMAJC-NUMCLI TO ED-ACT-NUMCLI
           MOVE SPACES TO ED-ACT-NUMCPT
           MOVE 'CLIENT' TO ED-ACT-OBJET
           MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
           PERFORM 611-LIRE-FICCLI
           PERFORM 795-RECHERCHER-DECEDE
           EVALUATE TRUE
              WHEN FS-FICCLI NOT = 00
                 MOVE 'CLIENT INCONNU - DECES IGNORE'
                      TO ED-ACT-LIBELLE
                 ADD 1 TO CP-DECES-IGNORES
              WHEN NOT FD-FICCLI-DECEDE
                OR FD-FICCLI-DATE-DECES NOT = FD-FICMAJC-DATE-DECES
                 MOVE 'DECES NON ENREGISTRE SUR FICCLI - IGNORE'
                      TO ED-ACT-LIBELLE
                 ADD 1 TO CP-DECES-IGNORES
              WHEN IX-DCD-CPT > 0
                 MOVE 'DECLARATION EN DOUBLE - IGNOREE'
                      TO ED-ACT-LIBELLE
                 ADD 1 TO CP-DECES-IGNORES
              WHEN OTHER
                 IF IX-DCD-CHARG = IX-DCD-MAX
                    DISPLAY '*** TABLE DES CLIENTS DECEDES SATUREE A '
                            IX-DCD-MAX ' ENTREES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-DCD-CHARG
                 MOVE FD-FICCLI-NUMCLI TO WS-DCD-NUMCLI (IX-DCD-CHARG)
                 MOVE FD-FICCLI-NOM TO WS-DCD-NOM (IX-DCD-CHARG)
                 MOVE FD-FICCLI-DATE-DECES
                      TO WS-DCD-DATE-DECES (IX-DCD-CHARG)
                 MOVE FD-FICCLI-DATE-DECES TO WS-DATE-N
                 PERFORM 770-EDITER-DATE
                 MOVE SPACES TO ED-ACT-LIBELLE
                 STRING 'DECES DU ' WS-DATE-EDITEE ' PRIS EN COMPTE'
                    DELIMITED BY SIZE INTO ED-ACT-LIBELLE
                 ADD 1 TO CP-DECES-RETENUS
           END-EVALUATE
           PERFORM 804-LIGNE-ACTION
           .

      *      ---------------------------------------------------------*
      *-----< PARCOURS COMPLET DU LIEN, COMPTE PAR COMPTE (LES LIENS  *
      *      D'UN COMPTE SONT CONTIGUS) : RECENSE LES TITULAIRES      *
      *      VIVANTS ET DECEDES                                       *
      *      ---------------------------------------------------------*
       792-CHARGER-COMPTES.
           MOVE LOW-VALUES TO WS-GRP-NUMCPT
           MOVE 0 TO WS-GRP-NB-TITRE
           MOVE 0 TO WS-GRP-NB-DCD-TITRE
           MOVE 0 TO WS-GRP-NB-DCD-PROC
           IF IX-DCD-CHARG > 0
              PERFORM 606-DEMARRER-FICLNK
              IF FS-FICLNK NOT = '10'
                 PERFORM 612-LIRE-FICLNK-SUIVANT
              END-IF
              PERFORM UNTIL FS-FICLNK = '10'
                 IF FD-FICLNK-NUMCPT NOT = WS-GRP-NUMCPT
                    PERFORM 794-CLORE-GROUPE
                    MOVE FD-FICLNK-NUMCPT TO WS-GRP-NUMCPT
                    MOVE 0 TO WS-GRP-NB-TITRE
                    MOVE 0 TO WS-GRP-NB-DCD-TITRE
                    MOVE 0 TO WS-GRP-NB-DCD-PROC
                    MOVE 0 TO WS-GRP-IX-DCD
                    COMPUTE WS-GRP-DTN-PREM = IX-DTN-CHARG + 1
                 END-IF
                 PERFORM 793-EXAMINER-LIEN
                 PERFORM 612-LIRE-FICLNK-SUIVANT
              END-PERFORM
              PERFORM 794-CLORE-GROUPE
           END-IF
           .

       793-EXAMINER-LIEN.
           IF FD-FICLNK-ROLE-TITULAIRE OR FD-FICLNK-ROLE-COTITULAIRE
              ADD 1 TO WS-GRP-NB-TITRE
           END-IF
           MOVE FD-FICLNK-NUMCLI TO FD-FICCLI-NUMCLI
           PERFORM 795-RECHERCHER-DECEDE
           IF IX-DCD-CPT > 0
              IF WS-GRP-IX-DCD = 0
                 MOVE IX-DCD-CPT TO WS-GRP-IX-DCD
              END-IF
              IF FD-FICLNK-ROLE-PROCURATION
                 ADD 1 TO WS-GRP-NB-DCD-PROC
              ELSE
                 ADD 1 TO WS-GRP-NB-DCD-TITRE
                 IF IX-DTN-CHARG = IX-DTN-MAX
                    DISPLAY '*** TABLE DES DETENTIONS SATUREE A '
                            IX-DTN-MAX ' ENTREES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-DTN-CHARG
                 MOVE IX-DCD-CPT TO WS-DTN-IX-DCD (IX-DTN-CHARG)
                 MOVE FD-FICLNK-NUMCPT TO WS-DTN-NUMCPT (IX-DTN-CHARG)
                 MOVE FD-FICLNK-ROLE TO WS-DTN-ROLE (IX-DTN-CHARG)
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< FIN DES LIENS D'UN COMPTE : GEL SI PLUS AUCUN TITULAIRE *
      *      VIVANT, REVUE SI UN COTITULAIRE SURVIT                   *
      *      ---------------------------------------------------------*
       794-CLORE-GROUPE.
           IF WS-GRP-NB-DCD-TITRE > 0 OR WS-GRP-NB-DCD-PROC > 0
              IF IX-CPT-CHARG = IX-CPT-MAX
                 DISPLAY '*** TABLE DES COMPTES TOUCHES SATUREE A '
                         IX-CPT-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CPT-CHARG
              MOVE WS-GRP-NUMCPT TO WS-CPT-NUMCPT (IX-CPT-CHARG)
              MOVE WS-GRP-IX-DCD TO WS-CPT-IX-DCD (IX-CPT-CHARG)
              MOVE WS-GRP-DTN-PREM TO WS-CPT-DTN-PREM (IX-CPT-CHARG)
              MOVE WS-GRP-NB-DCD-TITRE TO WS-CPT-DTN-NB (IX-CPT-CHARG)
              EVALUATE TRUE
                 WHEN WS-GRP-NB-DCD-TITRE = 0
                    MOVE 'P' TO WS-CPT-SITUATION (IX-CPT-CHARG)
                 WHEN WS-GRP-NB-DCD-TITRE = WS-GRP-NB-TITRE
                    MOVE 'G' TO WS-CPT-SITUATION (IX-CPT-CHARG)
                 WHEN OTHER
                    MOVE 'R' TO WS-CPT-SITUATION (IX-CPT-CHARG)
              END-EVALUATE
              PERFORM VARYING IX-DTN FROM WS-GRP-DTN-PREM BY 1
                        UNTIL IX-DTN > IX-DTN-CHARG
                 MOVE WS-CPT-SITUATION (IX-CPT-CHARG)
                      TO WS-DTN-SITUATION (IX-DTN)
              END-PERFORM
           END-IF
           .

       795-RECHERCHER-DECEDE.
           MOVE 0 TO IX-DCD-CPT
           PERFORM VARYING IX-DCD FROM 1 BY 1
                     UNTIL IX-DCD > IX-DCD-CHARG
                        OR IX-DCD-CPT > 0
              IF WS-DCD-NUMCLI (IX-DCD) = FD-FICCLI-NUMCLI
                 MOVE IX-DCD TO IX-DCD-CPT
              END-IF
           END-PERFORM
           .

       770-EDITER-DATE.
           MOVE WS-DAT-JJ   TO WS-DED-JJ
           MOVE WS-DAT-MM   TO WS-DED-MM
           MOVE WS-DAT-SSAA TO WS-DED-SSAA
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJC
           DISPLAY 'NOMBRE DE DECES RETENUS      : ' CP-DECES-RETENUS
           DISPLAY 'NOMBRE DE DECES IGNORES      : ' CP-DECES-IGNORES
           DISPLAY 'NOMBRE DE LIENS LUS          : ' CP-LECTURE-LNK
           DISPLAY 'NOMBRE DE MVTS ARCHIVES LUS  : ' CP-LECTURE-ARCH
           DISPLAY 'NOMBRE DE MVTS FICMVTS LUS   : ' CP-LECTURE-MVTS
           DISPLAY 'NOMBRE DE MVTS EXTOURNES     : ' CP-MVTS-EXTOURNES
           DISPLAY 'NOMBRE DE POSES DE GEL       : ' CP-POSES-GEL
           DISPLAY 'NOMBRE DE COMPTES A REVOIR   : '
                   CP-COMPTES-A-REVOIR
           DISPLAY 'NOMBRE DE PROCURATIONS       : ' CP-PROCURATIONS
           DISPLAY 'NOMBRE D ORDRES LUS          : ' CP-LECTURE-ORDO
           DISPLAY 'NOMBRE D ORDRES SUSPENDUS    : '
                   CP-ORDRES-SUSPENDUS
           DISPLAY 'NOMBRE DE MANDATS LUS        : ' CP-LECTURE-MANDO
           DISPLAY 'NOMBRE DE MANDATS SUSPENDUS  : '
                   CP-MANDATS-SUSPENDUS
           DISPLAY 'NOMBRE DE CARTES LUES        : ' CP-LECTURE-CART
           DISPLAY 'NOMBRE DE CARTES OPPOSEES    : ' CP-CARTES-OPPOSEES
           DISPLAY 'NOMBRE D ATTESTATIONS        : ' CP-ATTESTATIONS
           .

       802-ENTETE-FICETAT.
           MOVE WS-AUDIT-DATE TO WS-DATE-N
           PERFORM 770-EDITER-DATE
           MOVE WS-DATE-EDITEE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ACTION.
           MOVE ED-LIGNE-ACTION TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< ATTESTATION D'UN DEFUNT POUR LE NOTAIRE : BLOC ADRESSE, *
      *      PUIS UNE LIGNE PAR COMPTE DETENU EN TITRE, SOLDE RAMENE  *
      *      AU JOUR DU DECES                                         *
      *      ---------------------------------------------------------*
       810-ATTESTATION.
           ADD 1 TO CP-PAGE
           ADD 1 TO CP-ATTESTATIONS
           MOVE CP-PAGE TO ED-NOT-PAGE
           MOVE ED-NOT-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER PAGE
           MOVE WS-DCD-NUMCLI (IX-DCD) TO FD-FICCLI-NUMCLI
           PERFORM 611-LIRE-FICCLI
           IF FS-FICCLI = 00
              MOVE FD-FICCLI-NOM     TO ED-ADR-NOM
              MOVE FD-FICCLI-ADR1    TO ED-ADR-ADR1
              MOVE FD-FICCLI-ADR2    TO ED-ADR-ADR2
              MOVE FD-FICCLI-CODPOST TO ED-ADR-CODPOST
              MOVE FD-FICCLI-VILLE   TO ED-ADR-VILLE
              MOVE ED-NOT-ADR-NOM TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 3 LINES
              MOVE ED-NOT-ADR1 TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
              MOVE ED-NOT-ADR2 TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
              MOVE ED-NOT-ADR3 TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           END-IF
           MOVE WS-DCD-NUMCLI (IX-DCD) TO ED-NOT-NUMCLI
           MOVE WS-DCD-NOM (IX-DCD) TO ED-NOT-NOM
           MOVE ED-NOT-CLIENT TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 3 LINES
           MOVE WS-DCD-DATE-DECES (IX-DCD) TO WS-DATE-N
           PERFORM 770-EDITER-DATE
           MOVE WS-DATE-EDITEE TO ED-NOT-DATE-DECES
           MOVE ED-NOT-DECES TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           MOVE ED-NOT-COLONNES TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 0 TO WS-TOTAL-PROPRES
           MOVE 0 TO WS-TOTAL-JOINTS
           MOVE 0 TO WS-NB-LIGNES-ATT
           PERFORM 811-LIGNE-ATTESTATION
             VARYING IX-DTN FROM 1 BY 1
               UNTIL IX-DTN > IX-DTN-CHARG
           IF WS-NB-LIGNES-ATT = 0
              MOVE ED-NOT-AUCUN TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           END-IF
           MOVE 'TOTAL DES COMPTES PROPRES              '
                TO ED-NOT-TOT-LIBELLE
           MOVE WS-TOTAL-PROPRES TO ED-NOT-TOT-MONTANT
           MOVE ED-NOT-TOTAL TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 'TOTAL DES COMPTES JOINTS (SOLDE ENTIER) '
                TO ED-NOT-TOT-LIBELLE
           MOVE WS-TOTAL-JOINTS TO ED-NOT-TOT-MONTANT
           MOVE ED-NOT-TOTAL TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           MOVE WS-AUDIT-DATE TO WS-DATE-N
           PERFORM 770-EDITER-DATE
           MOVE WS-DATE-EDITEE TO ED-NOT-DATE-EDITION
           MOVE ED-NOT-PIED1 TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 3 LINES
           MOVE ED-NOT-PIED2 TO ED-ZONE-ED
           WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           .

       811-LIGNE-ATTESTATION.
           IF WS-DTN-IX-DCD (IX-DTN) = IX-DCD
              ADD 1 TO WS-NB-LIGNES-ATT
              MOVE WS-DTN-NUMCPT (IX-DTN) TO ED-NOT-NUMCPT
              IF WS-DTN-ROLE (IX-DTN) = 'J'
                 MOVE 'COTITULAIRE' TO ED-NOT-QUALITE
              ELSE
                 MOVE 'TITULAIRE' TO ED-NOT-QUALITE
              END-IF
              MOVE WS-DTN-DEVISE (IX-DTN) TO ED-NOT-DEVISE
              COMPUTE WS-SOLDE-DECES = WS-DTN-SOLDE (IX-DTN)
                                     - WS-DTN-MVT-APRES (IX-DTN)
              MOVE WS-SOLDE-DECES TO ED-NOT-SOLDE
              EVALUATE TRUE
                 WHEN NOT WS-DTN-CPT-TROUVE (IX-DTN)
                    MOVE 'COMPTE ABSENT DE FICCPT'
                         TO ED-NOT-OBSERVATION
                 WHEN WS-DTN-DEVISE (IX-DTN) NOT = 'EUR'
                    MOVE 'COMPTE EN DEVISE - HORS TOTAL'
                         TO ED-NOT-OBSERVATION
                 WHEN WS-DTN-SITUATION (IX-DTN) = 'G'
                    MOVE 'COMPTE GELE' TO ED-NOT-OBSERVATION
                    ADD WS-SOLDE-DECES TO WS-TOTAL-PROPRES
                 WHEN OTHER
                    MOVE 'COMPTE JOINT' TO ED-NOT-OBSERVATION
                    ADD WS-SOLDE-DECES TO WS-TOTAL-JOINTS
              END-EVALUATE
              MOVE ED-NOT-LIGNE TO ED-ZONE-ED
              WRITE FD-FICNOTA FROM ED-ZONE-ED AFTER 1 LINE
           END-IF
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPDCD ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPMOB.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPMOB                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * SERVICE DE MOBILITE BANCAIRE, COTE BANQUE DE DEPART, A        *
      * LANCER CHAQUE JOUR APRES LE CYCLE DE NUIT :                   *
      *   - ENREGISTRE LES DEMANDES RECUES DE LA BANQUE D'ARRIVEE     *
      *     (FICDMOB) APRES CONTROLE ; REFUS EDITES (CODE RETOUR 4)   *
      *   - POUR UN DOSSIER NOUVEAU, REPOND PAR LA LISTE DES ORDRES   *
      *     PERMANENTS ACTIFS, DES MANDATS ACTIFS ET DES CREDITS      *
      *     RECURRENTS DES TREIZE DERNIERS MOIS DE L'ARCHIVE          *
      *     (FICREPM, TRIEE DANS LE JCL)                              *
      *   - A LA DATE DE BASCULE, ANNULE LES ORDRES PERMANENTS ET     *
      *     REVOQUE LES MANDATS DU COMPTE (FICORDN, FICMANDN)         *
      *   - A LA DATE DE CLOTURE, VIRE LE SOLDE CREDITEUR A LA        *
      *     BANQUE D'ARRIVEE (FICDVEXM, FILTRE PAR COBTPFIL AVANT     *
      *     COBTPVEX COMME TOUT VIREMENT EXTERNE) PUIS, LE COMPTE     *
      *     A ZERO, DEMANDE LA CLOTURE (FICDCLO POUR COBTPCLO)        *
      *   - SUIVI DES DOSSIERS D'UN JOUR A L'AUTRE : FICMOBO/FICMOBN  *
      *   - FICAUDIT : CHAQUE ACTION ; FICETAT : ETAT DES ACTIONS     *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ                           *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | VIREMENT DU SOLDE DEPOSE DANS    *
      *          |          |      | FICDVEXM POUR LE FILTRAGE DES    *
      *          |          |      | BENEFICIAIRES AVANT COBTPVEX     *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT OPTIONAL FICMOBO ASSIGN TO FICMOBO
                  FILE STATUS IS FS-FICMOBO.
           SELECT FICDMOB ASSIGN TO FICDMOB FILE STATUS IS FS-FICDMOB.
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
           SELECT FICORDO ASSIGN TO FICORDO FILE STATUS IS FS-FICORDO.
           SELECT FICMANDO ASSIGN TO FICMANDO
                  FILE STATUS IS FS-FICMANDO.
           SELECT FICORDN ASSIGN TO FICORDN.
           SELECT FICMANDN ASSIGN TO FICMANDN.
           SELECT FICMOBN ASSIGN TO FICMOBN.
           SELECT FICREPM ASSIGN TO FICREPM.
           SELECT FICDVEXM ASSIGN TO FICDVEXM.
           SELECT FICDCLO ASSIGN TO FICDCLO.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    DOSSIERS DE MOBILITE EN COURS (GENERATION DE LA VEILLE)
       FD FICMOBO
           RECORDING MODE IS F.
       01     FD-FICMOBO.
         05   FILLER            PIC X(150).

      *    DEMANDES DE MOBILITE RECUES DE LA BANQUE D'ARRIVEE
       FD FICDMOB
           RECORDING MODE IS F.
       01     FD-FICDMOB.
         05   FILLER            PIC X(120).

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
           10 FILLER                  PIC X(11).
           10 FD-FICARCH-MVT-REFERENCE PIC X(10).
           10 FD-FICARCH-MVT-CONTREPARTIE PIC X(10).
           10 FILLER                  PIC X(01).
           10 FD-FICARCH-MVT-SENS     PIC X(01).
             88 FD-FICARCH-SENS-RECU      VALUE 'R'.
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

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

       FD FICMOBN
           RECORDING MODE IS F.
       01     FD-FICMOBN.
         05   FILLER            PIC X(150).

      *    REPONSE INTERBANCAIRE : UN ENTETE, LES ORDRES, MANDATS ET
      *    CREDITS RECURRENTS, UNE FIN PAR DOSSIER (TRIEE DANS LE JCL
      *    SUR DOSSIER + TYPE)
       FD FICREPM
           RECORDING MODE IS F.
       01     FD-FICREPM.
         05   FD-FICREPM-TYPE   PIC X(01).
           88 FD-FICREPM-ENTETE     VALUE '1'.
           88 FD-FICREPM-ORDRE      VALUE '2'.
           88 FD-FICREPM-MANDAT     VALUE '3'.
           88 FD-FICREPM-CREDIT     VALUE '4'.
           88 FD-FICREPM-FIN        VALUE '9'.
         05   FD-FICREPM-DOSSIER PIC X(10).
         05   FD-FICREPM-NUMCPT PIC X(10).
         05   FD-FICREPM-DETAIL.
           10 FD-FICREPM-REFERENCE PIC X(10).
           10 FD-FICREPM-TIERS  PIC X(10).
           10 FD-FICREPM-CODE   PIC X(01).
           10 FD-FICREPM-MONTANT PIC 9(08)V99.
           10 FD-FICREPM-PERIODICITE PIC X(01).
           10 FD-FICREPM-DATE   PIC 9(08).
           10 FD-FICREPM-NB     PIC 9(03).
           10 FILLER            PIC X(16).
         05   FD-FICREPM-DET-ENTETE REDEFINES FD-FICREPM-DETAIL.
           10 FD-FICREPM-DATE-RECEPTION PIC 9(08).
           10 FD-FICREPM-DATE-BASCULE PIC 9(08).
           10 FD-FICREPM-DATE-CLOTURE PIC 9(08).
           10 FD-FICREPM-DATE-REPONSE PIC 9(08).
           10 FILLER            PIC X(27).
         05   FD-FICREPM-DET-FIN REDEFINES FD-FICREPM-DETAIL.
           10 FD-FICREPM-NB-ORDRES PIC 9(03).
           10 FD-FICREPM-NB-MANDATS PIC 9(03).
           10 FD-FICREPM-NB-CREDITS PIC 9(03).
           10 FILLER            PIC X(50).

      *    VIREMENT DU SOLDE VERS LA BANQUE D'ARRIVEE, AU FORMAT DES
      *    ORDRES FICDVEX, FILTRE PAR COBTPFIL (LISTES DE GEL) PUIS
      *    EMIS PAR COBTPVEX AU CYCLE SUIVANT
       FD FICDVEXM
           RECORDING MODE IS F.
       01     FD-FICDVEXM.
         05   FD-FICDVEXM-NUMCPT PIC X(10).
         05   FD-FICDVEXM-IBAN  PIC X(27).
         05   FD-FICDVEXM-BIC   PIC X(11).
         05   FD-FICDVEXM-MONTANT PIC 9(08)V99.
         05   FD-FICDVEXM-DATE-EXEC PIC 9(08).
         05   FD-FICDVEXM-REFERENCE PIC X(10).
         05   FD-FICDVEXM-VISA  PIC X(04).
         05   FD-FICDVEXM-NOM-BENEF PIC X(30).

      *    DEMANDES DE CLOTURE POUR COBTPCLO
       FD FICDCLO
           RECORDING MODE IS F.
       01     FD-FICDCLO.
         05   FD-FICDCLO-NUMCPT PIC X(10).
         05   FD-FICDCLO-DATE   PIC 9(08).
         05   FD-FICDCLO-RAISON PIC X(02).
         05   FILLER            PIC X(60).

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

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICMOBO         PIC X(2).
         05   FS-FICDMOB         PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICARCH         PIC X(2).
         05   FS-FICORDO         PIC X(2).
         05   FS-FICMANDO        PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-SYSIN      PIC 9(08).
       01     WS-DATE-SYSIN-R REDEFINES WS-DATE-SYSIN.
         05   WS-SYSIN-SSAA      PIC 9(04).
         05   WS-SYSIN-MM        PIC 9(02).
         05   WS-SYSIN-JJ        PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< DOSSIER DE MOBILITE (FICMOBO/FICMOBN) : LA DEMANDE      *
      *      RECUE (FICDMOB) SUIVIE DE SON AVANCEMENT. STATUT :       *
      *      N = RECUE, L = LISTE TRANSMISE, B = ORDRES ET MANDATS    *
      *      ARRETES, V = SOLDE VIRE, C = CLOTURE DEMANDEE, F = FIN   *
      *      SANS CLOTURE (LES DOSSIERS C ET F NE SONT PAS REPORTES)  *
      *      ---------------------------------------------------------*
       01     WS-DOSSIER.
         05   WS-DOS-DEMANDE.
           10 WS-DOS-DOSSIER     PIC X(10).
           10 WS-DOS-NUMCPT      PIC X(10).
           10 WS-DOS-DATE-RECEPTION PIC 9(08).
           10 WS-DOS-DATE-BASCULE PIC 9(08).
           10 WS-DOS-DATE-CLOTURE PIC 9(08).
           10 WS-DOS-IBAN        PIC X(27).
           10 WS-DOS-BIC         PIC X(11).
           10 WS-DOS-NOM         PIC X(30).
           10 FILLER             PIC X(08).
         05   WS-DOS-STATUT      PIC X(01).
           88 WS-DOS-RECU            VALUE 'N'.
           88 WS-DOS-LISTE           VALUE 'L'.
           88 WS-DOS-BASCULE         VALUE 'B'.
           88 WS-DOS-VIRE            VALUE 'V'.
           88 WS-DOS-CLOS            VALUE 'C'.
           88 WS-DOS-TERMINE         VALUE 'F'.
         05   WS-DOS-DATE-STATUT PIC 9(08).
         05   WS-DOS-NB-ORDRES   PIC 9(03).
         05   WS-DOS-NB-MANDATS  PIC 9(03).
         05   WS-DOS-NB-CREDITS  PIC 9(03).
         05   WS-DOS-MONTANT-VIRE PIC 9(08)V99.
         05   FILLER             PIC X(02).

      *      ---------------------------------------------------------*
      *-----< TABLE DES DOSSIERS EN COURS ET NOUVEAUX, AVEC LES       *
      *      ACTIONS DU JOUR SUR LES ORDRES ET MANDATS DU COMPTE      *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DOS.
         05   IX-DOS             PIC 9(4) COMP VALUE 0.
         05   IX-DOS-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-DOS-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-DOS-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DOS.
         05   WS-TDOS-POSTE OCCURS 500 TIMES.
           10 WS-TDOS-ENREG      PIC X(150).
           10 WS-TDOS-NUMCPT     PIC X(10).
           10 WS-TDOS-EXTRAIRE   PIC X(01).
             88 WS-TDOS-A-EXTRAIRE   VALUE 'O'.
           10 WS-TDOS-ARRETER    PIC X(01).
             88 WS-TDOS-A-ARRETER    VALUE 'O'.
           10 WS-TDOS-NB-ORDRES  PIC 9(03).
           10 WS-TDOS-NB-MANDATS PIC 9(03).

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
           88 WS-MAN-REVOQUE         VALUE 'R'.
         05   WS-MAN-DATE-MAJ    PIC 9(08).
         05   FILLER             PIC X(33).

      *      ---------------------------------------------------------*
      *-----< CREDITS RECUS DU COMPTE SUR LA PERIODE D'OBSERVATION,   *
      *      REGROUPES PAR EMETTEUR (CONTREPARTIE, A DEFAUT MONTANT)  *
      *      ; RECURRENT S'IL EST VU SUR AU MOINS TROIS MOIS          *
      *      ---------------------------------------------------------*
       01     WS-MOIS-OBSERVATION PIC 9(02) VALUE 13.
       01     WS-SEUIL-RECURRENCE PIC 9(02) VALUE 3.
       01     WS-DATE-DEBUT-OBS  PIC 9(08).
       01     WS-DATE-DEBUT-OBS-R REDEFINES WS-DATE-DEBUT-OBS.
         05   WS-OBS-SSAA        PIC 9(04).
         05   WS-OBS-MM          PIC 9(02).
         05   WS-OBS-JJ          PIC 9(02).
       01     WS-MOIS-ABSOLU     PIC 9(06) COMP.

       01     WS-INDICES-REC.
         05   IX-REC             PIC 9(4) COMP VALUE 0.
         05   IX-REC-MAX         PIC 9(4) COMP VALUE 100.
         05   IX-REC-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-REC-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REC.
         05   WS-REC-POSTE OCCURS 100 TIMES.
           10 WS-REC-CODE        PIC X(01).
           10 WS-REC-TIERS       PIC X(10).
           10 WS-REC-MONTANT-CLE PIC 9(08)V99.
           10 WS-REC-DERNIER-MOIS PIC 9(06).
           10 WS-REC-NB-MOIS     PIC 9(03).
           10 WS-REC-DERNIERE-DATE PIC 9(08).
           10 WS-REC-DERNIER-MONTANT PIC 9(08)V99.
           10 WS-REC-REFERENCE   PIC X(10).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE TRAVAIL                                    *
      *      ---------------------------------------------------------*
       01     WS-ARCH-FIN        PIC X(01).
         88   WS-ARCH-EPUISE         VALUE 'O'.
       01     WS-CREDIT-TIERS    PIC X(10).
       01     WS-CREDIT-MONTANT-CLE PIC 9(08)V99.
       01     WS-RECH-NUMCPT     PIC X(10).
       01     WS-DEMANDE-VALIDE  PIC X(01).
         88   WS-DEMANDE-OK          VALUE 'O'.
       01     WS-A-REVOIR        PIC X(01) VALUE 'N'.
         88   WS-ELEMENTS-A-REVOIR   VALUE 'O'.
       01     WS-RAISON-MOBILITE PIC X(02) VALUE 'MB'.

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
         05   CP-LECTURE-MOBO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-DMOB    PIC 9(6) COMP VALUE 0.
         05   CP-DEMANDES-REFUSEES PIC 9(6) COMP VALUE 0.
         05   CP-LISTES-EMISES   PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-ORDO    PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-LISTES   PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-ANNULES  PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MANDO   PIC 9(6) COMP VALUE 0.
         05   CP-MANDATS-LISTES  PIC 9(6) COMP VALUE 0.
         05   CP-MANDATS-REVOQUES PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-ARCH    PIC 9(6) COMP VALUE 0.
         05   CP-CREDITS-LISTES  PIC 9(6) COMP VALUE 0.
         05   CP-VIREMENTS-SOLDE PIC 9(6) COMP VALUE 0.
         05   CP-CLOTURES       PIC 9(6) COMP VALUE 0.
         05   CP-DOSSIERS-A-REVOIR PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MOBN   PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MOBILITE BANCAIRE - DOSSIERS DE DEPART DU   '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(32) VALUE 'DOSSIER    COMPTE     OBJET     '.
         05   FILLER PIC X(07) VALUE 'SUITE  '.

       01     ED-LIGNE-ACTION.
         05   ED-ACT-DOSSIER     PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-OBJET       PIC X(12).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ACT-LIBELLE     PIC X(45).

       01     ED-MONTANT         PIC ZZZZZZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< MOBILITE                                                *
      *      ---------------------------------------------------------*
       100-MOBILITE.
           PERFORM 605-LIRE-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 710-CHARGER-DOSSIERS

           PERFORM 611-LIRE-FICDMOB
           PERFORM 200-DEMANDE
             UNTIL FS-FICDMOB = '10'

           PERFORM 730-PLANIFIER
             VARYING IX-DOS FROM 1 BY 1
               UNTIL IX-DOS > IX-DOS-CHARG

           PERFORM 612-LIRE-FICORDO
           PERFORM 210-ORDRE
             UNTIL FS-FICORDO = '10'

           PERFORM 613-LIRE-FICMANDO
           PERFORM 220-MANDAT
             UNTIL FS-FICMANDO = '10'

           PERFORM 230-DOSSIER
             VARYING IX-DOS FROM 1 BY 1
               UNTIL IX-DOS > IX-DOS-CHARG

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           IF WS-ELEMENTS-A-REVOIR
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< DEMANDE RECUE DE LA BANQUE D'ARRIVEE : CONTROLEE PUIS   *
      *      AJOUTEE AUX DOSSIERS EN COURS (STATUT N)                 *
      *      ---------------------------------------------------------*
       200-DEMANDE.
           MOVE SPACES TO WS-DOSSIER
           MOVE FD-FICDMOB TO WS-DOS-DEMANDE
           PERFORM 720-CONTROLER-DEMANDE
           IF WS-DEMANDE-OK
              IF IX-DOS-CHARG = IX-DOS-MAX
                 DISPLAY '*** TABLE DES DOSSIERS SATUREE A '
                         IX-DOS-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              SET WS-DOS-RECU TO TRUE
              MOVE WS-DATE-SYSIN TO WS-DOS-DATE-STATUT
              MOVE 0 TO WS-DOS-NB-ORDRES
              MOVE 0 TO WS-DOS-NB-MANDATS
              MOVE 0 TO WS-DOS-NB-CREDITS
              MOVE 0 TO WS-DOS-MONTANT-VIRE
              ADD 1 TO IX-DOS-CHARG
              MOVE WS-DOSSIER TO WS-TDOS-ENREG (IX-DOS-CHARG)
              MOVE WS-DOS-NUMCPT TO WS-TDOS-NUMCPT (IX-DOS-CHARG)
              MOVE 'ENREGISTRE' TO ED-ACT-OBJET
              MOVE 'DEMANDE DE MOBILITE RECUE' TO ED-ACT-LIBELLE
              PERFORM 804-LIGNE-ACTION
           ELSE
              ADD 1 TO CP-DEMANDES-REFUSEES
              MOVE 'O' TO WS-A-REVOIR
              MOVE 'REFUSEE' TO ED-ACT-OBJET
              PERFORM 804-LIGNE-ACTION
           END-IF
           PERFORM 611-LIRE-FICDMOB
           .

      *      ---------------------------------------------------------*
      *-----< ORDRE PERMANENT : LISTE POUR LA BANQUE D'ARRIVEE S'IL   *
      *      EST ACTIF ; ANNULE (NON REPORTE) A LA DATE DE BASCULE    *
      *      ---------------------------------------------------------*
       210-ORDRE.
           MOVE WS-ORD-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 725-RECHERCHER-DOSSIER
           IF IX-DOS-TROUVE > 0
              MOVE WS-TDOS-ENREG (IX-DOS-TROUVE) TO WS-DOSSIER
              IF WS-TDOS-A-EXTRAIRE (IX-DOS-TROUVE)
                 AND NOT WS-ORD-SUSPENDU
                 PERFORM 632-ECRIRE-FICREPM-ORDRE
                 ADD 1 TO WS-TDOS-NB-ORDRES (IX-DOS-TROUVE)
              END-IF
           END-IF
           IF IX-DOS-TROUVE > 0
              AND WS-TDOS-A-ARRETER (IX-DOS-TROUVE)
              ADD 1 TO CP-ORDRES-ANNULES
              MOVE 'ANNUORDR' TO FD-FICAUDIT-OPERATION
              MOVE WS-ORD-NUMCPT TO FD-FICAUDIT-NUMCPT
              PERFORM 633-ECRIRE-FICAUDIT
              MOVE WS-DOS-DOSSIER TO ED-ACT-DOSSIER
              MOVE WS-ORD-NUMCPT TO ED-ACT-NUMCPT
              MOVE SPACES TO ED-ACT-OBJET
              STRING 'ORDRE ' WS-ORD-SEQ DELIMITED BY SIZE
                INTO ED-ACT-OBJET
              MOVE 'ORDRE PERMANENT ANNULE (BASCULE)'
                   TO ED-ACT-LIBELLE
              PERFORM 804-LIGNE-ACTION
           ELSE
              PERFORM 630-ECRIRE-FICORDN
           END-IF
           PERFORM 612-LIRE-FICORDO
           .

      *      ---------------------------------------------------------*
      *-----< MANDAT DE PRELEVEMENT : LISTE S'IL EST ACTIF ; REVOQUE  *
      *      (STATUT R) A LA DATE DE BASCULE                          *
      *      ---------------------------------------------------------*
       220-MANDAT.
           MOVE WS-MAN-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 725-RECHERCHER-DOSSIER
           IF IX-DOS-TROUVE > 0
              MOVE WS-TDOS-ENREG (IX-DOS-TROUVE) TO WS-DOSSIER
              IF WS-TDOS-A-EXTRAIRE (IX-DOS-TROUVE)
                 AND WS-MAN-ACTIF
                 PERFORM 639-ECRIRE-FICREPM-MANDAT
                 ADD 1 TO WS-TDOS-NB-MANDATS (IX-DOS-TROUVE)
              END-IF
              IF WS-TDOS-A-ARRETER (IX-DOS-TROUVE)
                 AND NOT WS-MAN-REVOQUE
                 SET WS-MAN-REVOQUE TO TRUE
                 MOVE WS-DATE-SYSIN TO WS-MAN-DATE-MAJ
                 ADD 1 TO CP-MANDATS-REVOQUES
                 MOVE 'REVOMAND' TO FD-FICAUDIT-OPERATION
                 MOVE WS-MAN-NUMCPT TO FD-FICAUDIT-NUMCPT
                 PERFORM 633-ECRIRE-FICAUDIT
                 MOVE WS-DOS-DOSSIER TO ED-ACT-DOSSIER
                 MOVE WS-MAN-NUMCPT TO ED-ACT-NUMCPT
                 MOVE WS-MAN-REFERENCE TO ED-ACT-OBJET
                 MOVE 'MANDAT DE PRELEVEMENT REVOQUE (BASCULE)'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
              END-IF
           END-IF
           PERFORM 631-ECRIRE-FICMANDN
           PERFORM 613-LIRE-FICMANDO
           .

      *      ---------------------------------------------------------*
      *-----< AVANCEMENT D'UN DOSSIER : REPONSE A LA BANQUE           *
      *      D'ARRIVEE, BASCULE, VIREMENT DU SOLDE PUIS CLOTURE       *
      *      ---------------------------------------------------------*
       230-DOSSIER.
           MOVE WS-TDOS-ENREG (IX-DOS) TO WS-DOSSIER
           MOVE WS-DOS-DOSSIER TO ED-ACT-DOSSIER
           MOVE WS-DOS-NUMCPT TO ED-ACT-NUMCPT
           IF WS-TDOS-A-EXTRAIRE (IX-DOS)
              PERFORM 740-CREDITS-RECURRENTS
              MOVE WS-TDOS-NB-ORDRES (IX-DOS) TO WS-DOS-NB-ORDRES
              MOVE WS-TDOS-NB-MANDATS (IX-DOS) TO WS-DOS-NB-MANDATS
              PERFORM 634-ECRIRE-FICREPM-ENTETE
              PERFORM 635-ECRIRE-FICREPM-FIN
              SET WS-DOS-LISTE TO TRUE
              MOVE WS-DATE-SYSIN TO WS-DOS-DATE-STATUT
              ADD 1 TO CP-LISTES-EMISES
              MOVE 'REPONSE' TO ED-ACT-OBJET
              MOVE 'LISTE TRANSMISE A LA BANQUE D''ARRIVEE'
                   TO ED-ACT-LIBELLE
              PERFORM 804-LIGNE-ACTION
           END-IF
           IF WS-TDOS-A-ARRETER (IX-DOS)
              SET WS-DOS-BASCULE TO TRUE
              MOVE WS-DATE-SYSIN TO WS-DOS-DATE-STATUT
              IF WS-DOS-DATE-CLOTURE = 0
                 SET WS-DOS-TERMINE TO TRUE
                 MOVE 'FIN' TO ED-ACT-OBJET
                 MOVE 'BASCULE FAITE - COMPTE CONSERVE'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-DOS-BASCULE
               AND WS-DOS-DATE-CLOTURE NOT > WS-DATE-SYSIN
                 PERFORM 750-SOLDER-COMPTE
              WHEN WS-DOS-VIRE
               AND WS-DOS-DATE-STATUT < WS-DATE-SYSIN
                 PERFORM 755-CONTROLER-VIREMENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-DOS-CLOS OR WS-DOS-TERMINE
              CONTINUE
           ELSE
              PERFORM 636-ECRIRE-FICMOBN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICMOBO
           IF FS-FICMOBO NOT = 00 AND FS-FICMOBO NOT = 05
              DISPLAY ' ERREUR OUVERTURE FICMOBO   FS-FICMOBO = '
                      FS-FICMOBO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDMOB
           IF FS-FICDMOB NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDMOB   FS-FICDMOB = '
                      FS-FICDMOB
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
           OPEN OUTPUT FICMOBN
           OPEN OUTPUT FICREPM
           OPEN EXTEND FICDVEXM
           OPEN OUTPUT FICDCLO
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           .

       605-LIRE-SYSIN.
           ACCEPT WS-DATE-SYSIN FROM SYSIN
           IF WS-DATE-SYSIN NOT NUMERIC
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-DATE-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       606-DEMARRER-FICARCH.
           MOVE WS-DOS-NUMCPT TO FD-FICARCH-NUMCPT
           MOVE WS-DATE-DEBUT-OBS TO FD-FICARCH-DATE
           MOVE 0 TO FD-FICARCH-SEQ
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
              INVALID KEY MOVE '10' TO FS-FICARCH
           END-START
           .

       610-LIRE-FICMOBO.
           READ FICMOBO INTO WS-DOSSIER
           IF FS-FICMOBO NOT = '10'
              ADD 1 TO CP-LECTURE-MOBO
           END-IF
           .

       611-LIRE-FICDMOB.
           READ FICDMOB
           IF FS-FICDMOB NOT = '10'
              ADD 1 TO CP-LECTURE-DMOB
           END-IF
           .

       612-LIRE-FICORDO.
           READ FICORDO INTO WS-ORDRE
           IF FS-FICORDO NOT = '10'
              ADD 1 TO CP-LECTURE-ORDO
           END-IF
           .

       613-LIRE-FICMANDO.
           READ FICMANDO INTO WS-MANDAT
           IF FS-FICMANDO NOT = '10'
              ADD 1 TO CP-LECTURE-MANDO
           END-IF
           .

       614-LIRE-FICARCH-SUIVANT.
           READ FICARCH NEXT RECORD
              AT END MOVE '10' TO FS-FICARCH
           END-READ
           IF FS-FICARCH NOT = '10'
              ADD 1 TO CP-LECTURE-ARCH
           END-IF
           .

       615-LIRE-FICCPT.
           READ FICCPT
              INVALID KEY MOVE '23' TO FS-FICCPT
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICMOBO
           CLOSE FICDMOB
           CLOSE FICCPT
           CLOSE FICARCH
           CLOSE FICORDO
           CLOSE FICMANDO
           CLOSE FICORDN
           CLOSE FICMANDN
           CLOSE FICMOBN
           CLOSE FICREPM
           CLOSE FICDVEXM
           CLOSE FICDCLO
           CLOSE FICAUDIT
           CLOSE FICETAT
           .

       630-ECRIRE-FICORDN.
           WRITE FD-FICORDN FROM WS-ORDRE
           .

       631-ECRIRE-FICMANDN.
           WRITE FD-FICMANDN FROM WS-MANDAT
           .

       632-ECRIRE-FICREPM-ORDRE.
           MOVE SPACES TO FD-FICREPM
           SET FD-FICREPM-ORDRE TO TRUE
           MOVE WS-DOS-DOSSIER TO FD-FICREPM-DOSSIER
           MOVE WS-ORD-NUMCPT TO FD-FICREPM-NUMCPT
           MOVE WS-ORD-SEQ TO FD-FICREPM-REFERENCE
           MOVE WS-ORD-CODE TO FD-FICREPM-CODE
           MOVE WS-ORD-MONTANT TO FD-FICREPM-MONTANT
           MOVE WS-ORD-PERIODICITE TO FD-FICREPM-PERIODICITE
           MOVE WS-ORD-PROCHAINE TO FD-FICREPM-DATE
           MOVE 0 TO FD-FICREPM-NB
           WRITE FD-FICREPM
           ADD 1 TO CP-ORDRES-LISTES
           .

       633-ECRIRE-FICAUDIT.
           MOVE 'COBTPMOB' TO FD-FICAUDIT-PROGRAMME
           MOVE 0 TO FD-FICAUDIT-SOLDE-AVANT
           MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE 'COBTPMOB' TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

       634-ECRIRE-FICREPM-ENTETE.
           MOVE SPACES TO FD-FICREPM
           SET FD-FICREPM-ENTETE TO TRUE
           MOVE WS-DOS-DOSSIER TO FD-FICREPM-DOSSIER
           MOVE WS-DOS-NUMCPT TO FD-FICREPM-NUMCPT
           MOVE WS-DOS-DATE-RECEPTION TO FD-FICREPM-DATE-RECEPTION
           MOVE WS-DOS-DATE-BASCULE TO FD-FICREPM-DATE-BASCULE
           MOVE WS-DOS-DATE-CLOTURE TO FD-FICREPM-DATE-CLOTURE
           MOVE WS-DATE-SYSIN TO FD-FICREPM-DATE-REPONSE
           WRITE FD-FICREPM
           .

       635-ECRIRE-FICREPM-FIN.
           MOVE SPACES TO FD-FICREPM
           SET FD-FICREPM-FIN TO TRUE
           MOVE WS-DOS-DOSSIER TO FD-FICREPM-DOSSIER
           MOVE WS-DOS-NUMCPT TO FD-FICREPM-NUMCPT
           MOVE WS-DOS-NB-ORDRES TO FD-FICREPM-NB-ORDRES
           MOVE WS-DOS-NB-MANDATS TO FD-FICREPM-NB-MANDATS
           MOVE WS-DOS-NB-CREDITS TO FD-FICREPM-NB-CREDITS
           WRITE FD-FICREPM
           .

       636-ECRIRE-FICMOBN.
           WRITE FD-FICMOBN FROM WS-DOSSIER
           ADD 1 TO CP-ECRITURE-MOBN
           .

      *    LE BENEFICIAIRE EST LE CLIENT LUI-MEME, A L'IBAN TRANSMIS
      *    PAR LA BANQUE D'ARRIVEE ; LA REFERENCE EST LE DOSSIER
       637-ECRIRE-FICDVEXM.
           MOVE SPACES TO FD-FICDVEXM
           MOVE WS-DOS-NUMCPT TO FD-FICDVEXM-NUMCPT
           MOVE WS-DOS-IBAN TO FD-FICDVEXM-IBAN
           MOVE WS-DOS-BIC TO FD-FICDVEXM-BIC
           MOVE WS-DOS-MONTANT-VIRE TO FD-FICDVEXM-MONTANT
           MOVE WS-DATE-SYSIN TO FD-FICDVEXM-DATE-EXEC
           MOVE WS-DOS-DOSSIER TO FD-FICDVEXM-REFERENCE
           MOVE WS-DOS-NOM TO FD-FICDVEXM-NOM-BENEF
           WRITE FD-FICDVEXM
           ADD 1 TO CP-VIREMENTS-SOLDE
           .

       638-ECRIRE-FICDCLO.
           MOVE SPACES TO FD-FICDCLO
           MOVE WS-DOS-NUMCPT TO FD-FICDCLO-NUMCPT
           MOVE WS-DATE-SYSIN TO FD-FICDCLO-DATE
           MOVE WS-RAISON-MOBILITE TO FD-FICDCLO-RAISON
           WRITE FD-FICDCLO
           ADD 1 TO CP-CLOTURES
           .

       639-ECRIRE-FICREPM-MANDAT.
           MOVE SPACES TO FD-FICREPM
           SET FD-FICREPM-MANDAT TO TRUE
           MOVE WS-DOS-DOSSIER TO FD-FICREPM-DOSSIER
           MOVE WS-MAN-NUMCPT TO FD-FICREPM-NUMCPT
           MOVE WS-MAN-REFERENCE TO FD-FICREPM-REFERENCE
           MOVE WS-MAN-CREANCIER TO FD-FICREPM-TIERS
           MOVE 'P' TO FD-FICREPM-CODE
           MOVE WS-MAN-PLAFOND TO FD-FICREPM-MONTANT
           MOVE WS-MAN-DATE-MAJ TO FD-FICREPM-DATE
           MOVE 0 TO FD-FICREPM-NB
           WRITE FD-FICREPM
           ADD 1 TO CP-MANDATS-LISTES
           .

       640-ECRIRE-FICREPM-CREDIT.
           MOVE SPACES TO FD-FICREPM
           SET FD-FICREPM-CREDIT TO TRUE
           MOVE WS-DOS-DOSSIER TO FD-FICREPM-DOSSIER
           MOVE WS-DOS-NUMCPT TO FD-FICREPM-NUMCPT
           MOVE WS-REC-REFERENCE (IX-REC) TO FD-FICREPM-REFERENCE
           MOVE WS-REC-TIERS (IX-REC) TO FD-FICREPM-TIERS
           MOVE WS-REC-CODE (IX-REC) TO FD-FICREPM-CODE
           MOVE WS-REC-DERNIER-MONTANT (IX-REC) TO FD-FICREPM-MONTANT
           MOVE 'M' TO FD-FICREPM-PERIODICITE
           MOVE WS-REC-DERNIERE-DATE (IX-REC) TO FD-FICREPM-DATE
           MOVE WS-REC-NB-MOIS (IX-REC) TO FD-FICREPM-NB
           WRITE FD-FICREPM
           ADD 1 TO CP-CREDITS-LISTES
           ADD 1 TO WS-DOS-NB-CREDITS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
      *    DEBUT DE LA PERIODE D'OBSERVATION DES CREDITS : PREMIER
      *    JOUR DU MOIS, TREIZE MOIS AVANT LE MOIS DE TRAITEMENT
           COMPUTE WS-MOIS-ABSOLU = WS-SYSIN-SSAA * 12
                                  + WS-SYSIN-MM - 1
                                  - WS-MOIS-OBSERVATION
           DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-OBS-SSAA
                  REMAINDER WS-OBS-MM
           ADD 1 TO WS-OBS-MM
           MOVE 01 TO WS-OBS-JJ
           .

       710-CHARGER-DOSSIERS.
           PERFORM 610-LIRE-FICMOBO
           PERFORM UNTIL FS-FICMOBO = '10'
              IF IX-DOS-CHARG = IX-DOS-MAX
                 DISPLAY '*** TABLE DES DOSSIERS SATUREE A '
                         IX-DOS-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-DOS-CHARG
              MOVE WS-DOSSIER TO WS-TDOS-ENREG (IX-DOS-CHARG)
              MOVE WS-DOS-NUMCPT TO WS-TDOS-NUMCPT (IX-DOS-CHARG)
              PERFORM 610-LIRE-FICMOBO
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLE D'UNE DEMANDE : COMPTE CONNU, PAS DE DOSSIER   *
      *      DEJA OUVERT SUR LE COMPTE, DATES COHERENTES, COORDONNEES *
      *      BANCAIRES PRESENTES SI LA CLOTURE EST DEMANDEE           *
      *      ---------------------------------------------------------*
       720-CONTROLER-DEMANDE.
           MOVE 'O' TO WS-DEMANDE-VALIDE
           MOVE WS-DOS-DOSSIER TO ED-ACT-DOSSIER
           MOVE WS-DOS-NUMCPT TO ED-ACT-NUMCPT
           MOVE WS-DOS-NUMCPT TO WS-RECH-NUMCPT
           PERFORM 725-RECHERCHER-DOSSIER
           MOVE WS-DOS-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 615-LIRE-FICCPT
           EVALUATE TRUE
              WHEN WS-DOS-DOSSIER = SPACES
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'NUMERO DE DOSSIER ABSENT' TO ED-ACT-LIBELLE
              WHEN FS-FICCPT NOT = 00
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'COMPTE INCONNU' TO ED-ACT-LIBELLE
              WHEN IX-DOS-TROUVE > 0
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'UN DOSSIER EST DEJA EN COURS SUR CE COMPTE'
                      TO ED-ACT-LIBELLE
              WHEN WS-DOS-DATE-RECEPTION NOT NUMERIC
                OR WS-DOS-DATE-BASCULE NOT NUMERIC
                OR WS-DOS-DATE-CLOTURE NOT NUMERIC
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'DATE NON NUMERIQUE' TO ED-ACT-LIBELLE
              WHEN WS-DOS-DATE-BASCULE < WS-DATE-SYSIN
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'DATE DE BASCULE DEJA PASSEE' TO ED-ACT-LIBELLE
              WHEN WS-DOS-DATE-CLOTURE NOT = 0
               AND WS-DOS-DATE-CLOTURE < WS-DOS-DATE-BASCULE
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'CLOTURE ANTERIEURE A LA BASCULE'
                      TO ED-ACT-LIBELLE
              WHEN WS-DOS-DATE-CLOTURE NOT = 0
               AND (WS-DOS-IBAN = SPACES OR WS-DOS-BIC = SPACES)
                 MOVE 'N' TO WS-DEMANDE-VALIDE
                 MOVE 'IBAN OU BIC DE LA BANQUE D''ARRIVEE ABSENT'
                      TO ED-ACT-LIBELLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       725-RECHERCHER-DOSSIER.
           MOVE 0 TO IX-DOS-TROUVE
           PERFORM 726-COMPARER-DOSSIER
             VARYING IX-DOS FROM 1 BY 1
               UNTIL IX-DOS > IX-DOS-CHARG
                  OR IX-DOS-TROUVE > 0
           .

       726-COMPARER-DOSSIER.
           IF WS-TDOS-NUMCPT (IX-DOS) = WS-RECH-NUMCPT
              MOVE IX-DOS TO IX-DOS-TROUVE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< ACTIONS DU JOUR SUR LES ORDRES ET MANDATS : LISTE POUR  *
      *      UN DOSSIER RECU, ARRET A LA DATE DE BASCULE              *
      *      ---------------------------------------------------------*
       730-PLANIFIER.
           MOVE WS-TDOS-ENREG (IX-DOS) TO WS-DOSSIER
           MOVE 'N' TO WS-TDOS-EXTRAIRE (IX-DOS)
           MOVE 'N' TO WS-TDOS-ARRETER (IX-DOS)
           MOVE 0 TO WS-TDOS-NB-ORDRES (IX-DOS)
           MOVE 0 TO WS-TDOS-NB-MANDATS (IX-DOS)
           IF WS-DOS-RECU
              MOVE 'O' TO WS-TDOS-EXTRAIRE (IX-DOS)
           END-IF
           IF (WS-DOS-RECU OR WS-DOS-LISTE)
              AND WS-DOS-DATE-BASCULE NOT > WS-DATE-SYSIN
              MOVE 'O' TO WS-TDOS-ARRETER (IX-DOS)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CREDITS RECURRENTS : VIREMENTS RECUS (CODES V ET X,     *
      *      SENS R) DE L'ARCHIVE SUR LA PERIODE D'OBSERVATION,       *
      *      REGROUPES PAR EMETTEUR ET COMPTES PAR MOIS DISTINCT      *
      *      ---------------------------------------------------------*
       740-CREDITS-RECURRENTS.
           MOVE 0 TO IX-REC-CHARG
           MOVE 0 TO WS-DOS-NB-CREDITS
           MOVE 'N' TO WS-ARCH-FIN
           PERFORM 606-DEMARRER-FICARCH
           IF FS-FICARCH = '10'
              MOVE 'O' TO WS-ARCH-FIN
           ELSE
              PERFORM 614-LIRE-FICARCH-SUIVANT
           END-IF
           PERFORM 741-CREDIT-ARCHIVE
             UNTIL WS-ARCH-EPUISE
           PERFORM 745-LISTER-CREDIT
             VARYING IX-REC FROM 1 BY 1
               UNTIL IX-REC > IX-REC-CHARG
           .

       741-CREDIT-ARCHIVE.
           IF FS-FICARCH = '10'
              OR FD-FICARCH-NUMCPT NOT = WS-DOS-NUMCPT
              MOVE 'O' TO WS-ARCH-FIN
           ELSE
              IF (FD-FICARCH-MVT-CODE = 'V'
                  OR FD-FICARCH-MVT-CODE = 'X')
                 AND FD-FICARCH-SENS-RECU
                 PERFORM 742-RETENIR-CREDIT
              END-IF
              PERFORM 614-LIRE-FICARCH-SUIVANT
           END-IF
           .

      *    L'EMETTEUR EST LA CONTREPARTIE QUAND ELLE EST CONNUE ;
      *    SINON LE MONTANT, IDENTIQUE D'UN MOIS A L'AUTRE, EN TIENT
      *    LIEU (PENSIONS, ALLOCATIONS)
       742-RETENIR-CREDIT.
           MOVE FD-FICARCH-MVT-CONTREPARTIE TO WS-CREDIT-TIERS
           IF WS-CREDIT-TIERS = SPACES
              MOVE FD-FICARCH-MVT-MONTANT TO WS-CREDIT-MONTANT-CLE
           ELSE
              MOVE 0 TO WS-CREDIT-MONTANT-CLE
           END-IF
           MOVE 0 TO IX-REC-TROUVE
           PERFORM 743-COMPARER-CREDIT
             VARYING IX-REC FROM 1 BY 1
               UNTIL IX-REC > IX-REC-CHARG
                  OR IX-REC-TROUVE > 0
           IF IX-REC-TROUVE = 0
              IF IX-REC-CHARG = IX-REC-MAX
                 MOVE 'O' TO WS-A-REVOIR
                 MOVE 'CREDITS' TO ED-ACT-OBJET
                 MOVE 'TROP D''EMETTEURS - LISTE A COMPLETER'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
                 MOVE 'O' TO WS-ARCH-FIN
              ELSE
                 ADD 1 TO IX-REC-CHARG
                 MOVE IX-REC-CHARG TO IX-REC-TROUVE
                 MOVE FD-FICARCH-MVT-CODE TO WS-REC-CODE (IX-REC-CHARG)
                 MOVE WS-CREDIT-TIERS TO WS-REC-TIERS (IX-REC-CHARG)
                 MOVE WS-CREDIT-MONTANT-CLE
                      TO WS-REC-MONTANT-CLE (IX-REC-CHARG)
                 MOVE 0 TO WS-REC-DERNIER-MOIS (IX-REC-CHARG)
                 MOVE 0 TO WS-REC-NB-MOIS (IX-REC-CHARG)
              END-IF
           END-IF
           IF IX-REC-TROUVE > 0
              IF FD-FICARCH-DATE (1:6)
                 NOT = WS-REC-DERNIER-MOIS (IX-REC-TROUVE)
                 ADD 1 TO WS-REC-NB-MOIS (IX-REC-TROUVE)
                 MOVE FD-FICARCH-DATE (1:6)
                      TO WS-REC-DERNIER-MOIS (IX-REC-TROUVE)
              END-IF
              MOVE FD-FICARCH-DATE
                   TO WS-REC-DERNIERE-DATE (IX-REC-TROUVE)
              MOVE FD-FICARCH-MVT-MONTANT
                   TO WS-REC-DERNIER-MONTANT (IX-REC-TROUVE)
              MOVE FD-FICARCH-MVT-REFERENCE
                   TO WS-REC-REFERENCE (IX-REC-TROUVE)
           END-IF
           .

       743-COMPARER-CREDIT.
           IF WS-REC-CODE (IX-REC) = FD-FICARCH-MVT-CODE
              AND WS-REC-TIERS (IX-REC) = WS-CREDIT-TIERS
              AND WS-REC-MONTANT-CLE (IX-REC) = WS-CREDIT-MONTANT-CLE
              MOVE IX-REC TO IX-REC-TROUVE
           END-IF
           .

       745-LISTER-CREDIT.
           IF WS-REC-NB-MOIS (IX-REC) NOT < WS-SEUIL-RECURRENCE
              PERFORM 640-ECRIRE-FICREPM-CREDIT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< DATE DE CLOTURE ATTEINTE : UN SOLDE CREDITEUR EST VIRE  *
      *      A LA BANQUE D'ARRIVEE (LA CLOTURE SUIT SON IMPUTATION),  *
      *      UN SOLDE NUL EST CLOTURE, UN SOLDE DEBITEUR EST A        *
      *      REGULARISER PAR L'AGENCE                                 *
      *      ---------------------------------------------------------*
       750-SOLDER-COMPTE.
           MOVE WS-DOS-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 615-LIRE-FICCPT
           EVALUATE TRUE
              WHEN FS-FICCPT NOT = 00
                 PERFORM 760-SIGNALER-DOSSIER
                 MOVE 'COMPTE ABSENT DE FICCPT - A REVOIR'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
              WHEN FD-FICCPT-SOLDE > 0
                 MOVE FD-FICCPT-SOLDE TO WS-DOS-MONTANT-VIRE
                 PERFORM 637-ECRIRE-FICDVEXM
                 SET WS-DOS-VIRE TO TRUE
                 MOVE WS-DATE-SYSIN TO WS-DOS-DATE-STATUT
                 MOVE 'VIRSOLDE' TO FD-FICAUDIT-OPERATION
                 MOVE WS-DOS-NUMCPT TO FD-FICAUDIT-NUMCPT
                 PERFORM 633-ECRIRE-FICAUDIT
                 MOVE WS-DOS-MONTANT-VIRE TO ED-MONTANT
                 MOVE ED-MONTANT TO ED-ACT-OBJET
                 MOVE 'SOLDE VIRE A LA BANQUE D''ARRIVEE'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
              WHEN FD-FICCPT-SOLDE = 0
                 PERFORM 765-DEMANDER-CLOTURE
              WHEN OTHER
                 PERFORM 760-SIGNALER-DOSSIER
                 MOVE 'SOLDE DEBITEUR - CLOTURE SUSPENDUE'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< VIREMENT DU SOLDE EMIS UN JOUR PRECEDENT : LA CLOTURE   *
      *      EST DEMANDEE QUAND LE COMPTE EST A ZERO ; SINON LE       *
      *      VIREMENT EST RETENU OU REFUSE ET LE DOSSIER A REVOIR     *
      *      ---------------------------------------------------------*
       755-CONTROLER-VIREMENT.
           MOVE WS-DOS-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 615-LIRE-FICCPT
           EVALUATE TRUE
              WHEN FS-FICCPT NOT = 00
                 PERFORM 760-SIGNALER-DOSSIER
                 MOVE 'COMPTE ABSENT DE FICCPT - A REVOIR'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
              WHEN FD-FICCPT-SOLDE = 0
                 PERFORM 765-DEMANDER-CLOTURE
              WHEN OTHER
                 PERFORM 760-SIGNALER-DOSSIER
                 MOVE 'SOLDE NON NUL APRES VIREMENT - A REVOIR'
                      TO ED-ACT-LIBELLE
                 PERFORM 804-LIGNE-ACTION
           END-EVALUATE
           .

       760-SIGNALER-DOSSIER.
           MOVE 'O' TO WS-A-REVOIR
           ADD 1 TO CP-DOSSIERS-A-REVOIR
           MOVE 'A REVOIR' TO ED-ACT-OBJET
           .

       765-DEMANDER-CLOTURE.
           PERFORM 638-ECRIRE-FICDCLO
           SET WS-DOS-CLOS TO TRUE
           MOVE WS-DATE-SYSIN TO WS-DOS-DATE-STATUT
           MOVE 'DEMCLOT ' TO FD-FICAUDIT-OPERATION
           MOVE WS-DOS-NUMCPT TO FD-FICAUDIT-NUMCPT
           PERFORM 633-ECRIRE-FICAUDIT
           MOVE 'CLOTURE' TO ED-ACT-OBJET
           MOVE 'CLOTURE DEMANDEE A COBTPCLO' TO ED-ACT-LIBELLE
           PERFORM 804-LIGNE-ACTION
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE DOSSIERS EN COURS LUS : ' CP-LECTURE-MOBO
           DISPLAY 'NOMBRE DE DEMANDES RECUES     : ' CP-LECTURE-DMOB
           DISPLAY 'NOMBRE DE DEMANDES REFUSEES   : '
                   CP-DEMANDES-REFUSEES
           DISPLAY 'NOMBRE DE LISTES TRANSMISES   : ' CP-LISTES-EMISES
           DISPLAY 'NOMBRE D ORDRES LUS           : ' CP-LECTURE-ORDO
           DISPLAY 'NOMBRE D ORDRES LISTES        : ' CP-ORDRES-LISTES
           DISPLAY 'NOMBRE D ORDRES ANNULES       : ' CP-ORDRES-ANNULES
           DISPLAY 'NOMBRE DE MANDATS LUS         : ' CP-LECTURE-MANDO
           DISPLAY 'NOMBRE DE MANDATS LISTES      : ' CP-MANDATS-LISTES
           DISPLAY 'NOMBRE DE MANDATS REVOQUES    : '
                   CP-MANDATS-REVOQUES
           DISPLAY 'NOMBRE DE MVTS ARCHIVES LUS   : ' CP-LECTURE-ARCH
           DISPLAY 'NOMBRE DE CREDITS RECURRENTS  : ' CP-CREDITS-LISTES
           DISPLAY 'NOMBRE DE VIREMENTS DU SOLDE  : ' CP-VIREMENTS-SOLDE
           DISPLAY 'NOMBRE DE CLOTURES DEMANDEES  : ' CP-CLOTURES
           DISPLAY 'NOMBRE DE DOSSIERS A REVOIR   : '
                   CP-DOSSIERS-A-REVOIR
           DISPLAY 'NOMBRE DE DOSSIERS REPORTES   : ' CP-ECRITURE-MOBN
           .

       802-ENTETE-FICETAT.
           MOVE WS-DATE-SYSIN TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ACTION.
           MOVE ED-LIGNE-ACTION TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPMOB ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

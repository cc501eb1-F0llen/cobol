       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPDAC.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPDAC                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * EXTRACTION DES DONNEES PERSONNELLES D'UN CLIENT EN REPONSE A  *
      * UNE DEMANDE DE DROIT D'ACCES (RGPD), EN UN SEUL PASSAGE :     *
      *   - FICHE CLIENT (FICCLI) ET HISTORIQUE DES CHANGEMENTS       *
      *     D'ADRESSE (FICHADR)                                       *
      *   - COMPTES LIES (FICLNK, TOUS ROLES) ET LEURS DONNEES        *
      *     (FICCPT) ; UN COMPTE PURGE DE FICCPT RESTE CITE           *
      *   - CHANGEMENTS D'INTITULE DES COMPTES (FICHIST)              *
      *   - PISTE D'AUDIT : ARCHIVES DE RETENTION (DD OPTIONNEL       *
      *     FICAUDA) PUIS MAITRE FICAUDM, ENTREES DES COMPTES ET      *
      *     ENTREES AU NIVEAU CLIENT                                  *
      *   - CARTES (FICCART), MANDATS (FICMAND), ORDRES PERMANENTS    *
      *     (FICORDRE) ET ALERTES SOUSCRITES (FICABON)                *
      *   - MOUVEMENTS ARCHIVES (FICARCH) DE LA PERIODE DEMANDEE      *
      *   - FICETAT : DOCUMENT LISIBLE REMIS AU CLIENT ; FICDAC :     *
      *     MEME CONTENU LISIBLE PAR MACHINE (COPYBOOK CDAC)          *
      *   - CLIENT INCONNU DE FICCLI : CODE RETOUR 8                  *
      * SYSIN : DATE D'EXTRACTION SSAAMMJJ, NUMCLI, DEBUT ET FIN DE   *
      *         LA PERIODE DES MOUVEMENTS (DEFAUT : TOUT L'ARCHIVE    *
      *         JUSQU'A LA DATE D'EXTRACTION)                         *
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
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICHADR ASSIGN TO FICHADR FILE STATUS IS FS-FICHADR.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICHIST ASSIGN TO FICHIST FILE STATUS IS FS-FICHIST.
           SELECT OPTIONAL FICAUDA ASSIGN TO FICAUDA
                  FILE STATUS IS FS-FICAUDA.
           SELECT FICAUDM ASSIGN TO FICAUDM FILE STATUS IS FS-FICAUDM.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICMAND ASSIGN TO FICMAND FILE STATUS IS FS-FICMAND.
           SELECT FICORDRE ASSIGN TO FICORDRE
                  FILE STATUS IS FS-FICORDRE.
           SELECT FICABON ASSIGN TO FICABON FILE STATUS IS FS-FICABON.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICDAC  ASSIGN TO FICDAC.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
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
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
         05 FD-FICCLI-SECTEUR         PIC X(04).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
         05 FILLER                    PIC X(15).

      *    HISTORIQUE DES CHANGEMENTS D'ADRESSE (COBTPCLI)
       FD FICHADR
           RECORDING MODE IS F.
       COPY CHADR.

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
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

      *    HISTORIQUE DES RENOMMAGES DE COMPTES (TOUTES GENERATIONS)
       FD FICHIST
           RECORDING MODE IS F.
       01     FD-FICHIST.
         05   FD-FICHIST-NUMCPT       PIC X(10).
         05   FD-FICHIST-ANCIEN-NOM   PIC X(20).
         05   FD-FICHIST-NOUVEAU-NOM  PIC X(20).
         05   FD-FICHIST-DATE         PIC 9(08).
         05   FILLER                 PIC X(22).

      *    ARCHIVES DE RETENTION DE LA PISTE D'AUDIT (DD OPTIONNEL)
       FD FICAUDA
           RECORDING MODE IS F.
       01     FD-FICAUDA.
         05   FD-FICAUDA-NUMCPT      PIC X(10).
         05   FILLER                 PIC X(50).

      *    MAITRE DE LA PISTE D'AUDIT ; LES ENTREES AU NIVEAU CLIENT
      *    (COBTPCLI) PORTENT LE NUMCLI DANS LA ZONE NUMCPT
       FD FICAUDM
           RECORDING MODE IS F.
       01     FD-FICAUDM.
         05   FD-FICAUDM-NUMCPT      PIC X(10).
         05   FD-FICAUDM-PROGRAMME   PIC X(08).
         05   FD-FICAUDM-OPERATION   PIC X(08).
         05   FD-FICAUDM-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-DATE        PIC 9(08).
         05   FD-FICAUDM-HEURE       PIC 9(06).
         05   FD-FICAUDM-OPERATEUR   PIC X(08).

       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
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

       FD FICMAND
           RECORDING MODE IS F.
       01     FD-FICMAND.
         05   FD-FICMAND-NUMCPT PIC X(10).
         05   FD-FICMAND-REFERENCE PIC X(10).
         05   FD-FICMAND-CREANCIER PIC X(08).
         05   FD-FICMAND-PLAFOND PIC 9(08)V99.
         05   FD-FICMAND-STATUT PIC X(01).
         05   FD-FICMAND-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(33).

       FD FICORDRE
           RECORDING MODE IS F.
       01     FD-FICORDRE.
         05   FD-FICORDRE-NUMCPT PIC X(10).
         05   FD-FICORDRE-SEQ    PIC 9(03).
         05   FD-FICORDRE-CODE   PIC X(01).
         05   FD-FICORDRE-MONTANT PIC 9(08)V99.
         05   FD-FICORDRE-PERIODICITE PIC X(01).
         05   FD-FICORDRE-PROCHAINE PIC 9(08).
         05   FD-FICORDRE-DEVISE PIC X(03).
         05   FD-FICORDRE-STATUT PIC X(01).
         05   FILLER            PIC X(43).

      *    ABONNEMENTS AUX NOTIFICATIONS SMS / E-MAIL (COBTPNOT)
       FD FICABON
           RECORDING MODE IS F.
       01     FD-FICABON.
         05   FD-FICABON-NUMCPT PIC X(10).
         05   FD-FICABON-NUMCLI PIC X(08).
         05   FD-FICABON-TYPE   PIC X(01).
         05   FD-FICABON-SEUIL  PIC S9(09)V99 COMP-3.
         05   FD-FICABON-CANAL  PIC X(01).
         05   FD-FICABON-STATUT PIC X(01).
         05   FD-FICABON-SILENCE-DEBUT PIC 9(04).
         05   FD-FICABON-SILENCE-FIN PIC 9(04).
         05   FD-FICABON-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(37).

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
           10 FILLER                  PIC X(11).
           10 FD-FICARCH-MVT-SENS     PIC X(01).
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

      *    EXTRACTION LISIBLE PAR MACHINE REMISE AU CLIENT
       FD FICDAC
           RECORDING MODE IS F.
       COPY CDAC.

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
         05   FS-FICCLI          PIC X(2).
         05   FS-FICHADR         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICHIST         PIC X(2).
         05   FS-FICAUDA         PIC X(2).
         05   FS-FICAUDM         PIC X(2).
         05   FS-FICCART         PIC X(2).
         05   FS-FICMAND         PIC X(2).
         05   FS-FICORDRE        PIC X(2).
         05   FS-FICABON         PIC X(2).
         05   FS-FICARCH         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DE L'EXTRACTION, CLIENT ET       *
      *      PERIODE DES MOUVEMENTS ARCHIVES (SSAAMMJJ)               *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-NUMCLI    PIC X(08).
         05   WS-SYSIN-DEBUT     PIC 9(08).
         05   WS-SYSIN-FIN       PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< COMPTES LIES AU CLIENT (FICLNK, TOUS ROLES)             *
      *      ---------------------------------------------------------*
       01     IX-CLC             PIC 9(04) COMP VALUE 0.
       01     IX-CLC-MAX         PIC 9(04) COMP VALUE 99.
       01     IX-CLC-CHARG       PIC 9(04) COMP VALUE 0.
       01     WS-TAB-CPT-CLIENT.
         05   WS-CLC-POSTE OCCURS 99.
           10 WS-CLC-NUMCPT      PIC X(10).
           10 WS-CLC-ROLE        PIC X(01).
       01     WS-NUMCPT-RECH     PIC X(10).
       01     WS-CPT-TROUVE      PIC X(01).

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-ADRESSES        PIC 9(7) COMP VALUE 0.
         05   CP-COMPTES         PIC 9(7) COMP VALUE 0.
         05   CP-RENOMMAGES      PIC 9(7) COMP VALUE 0.
         05   CP-AUDITS          PIC 9(7) COMP VALUE 0.
         05   CP-CARTES          PIC 9(7) COMP VALUE 0.
         05   CP-MANDATS         PIC 9(7) COMP VALUE 0.
         05   CP-ORDRES          PIC 9(7) COMP VALUE 0.
         05   CP-ALERTES         PIC 9(7) COMP VALUE 0.
         05   CP-MOUVEMENTS      PIC 9(7) COMP VALUE 0.
         05   CP-ECRITURE-DAC    PIC 9(7) COMP VALUE 0.
         05   CP-SECTION         PIC 9(7) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'DROIT D''ACCES - DONNEES PERSONNELLES DU '.
         05   FILLER PIC X(07) VALUE 'CLIENT '.
         05   ED-ENT-NUMCLI      PIC X(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(14) VALUE 'EXTRAIT LE    '.
         05   ED-ENT-DATE        PIC 9(08).
         05   FILLER PIC X(30) VALUE '   MOUVEMENTS ARCHIVES DU     '.
         05   ED-ENT-DEBUT       PIC 9(08).
         05   FILLER PIC X(04) VALUE ' AU '.
         05   ED-ENT-FIN         PIC 9(08).

       01     ED-TITRE           PIC X(60).
       01     ED-COLONNES        PIC X(80).
       01     ED-NEANT           PIC X(20) VALUE '  NEANT'.

       01     ED-RUBRIQUE.
         05   ED-RUB-LIBELLE     PIC X(24).
         05   ED-RUB-VALEUR      PIC X(56).

       01     ED-LIGNE-ADR.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-ADR-DATE        PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ADR-HEURE       PIC 9(06).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ADR-OPERATEUR   PIC X(08).

       01     ED-LIGNE-CPT.
         05   ED-CPT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-ROLE        PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-DATE-OUV    PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-SOLDE       PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-DECOUVERT   PIC ZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CPT-NOM         PIC X(20).

       01     ED-LIGNE-HIS.
         05   ED-HIS-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-HIS-DATE        PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-HIS-ANCIEN-NOM  PIC X(20).
         05   FILLER             PIC X(04) VALUE ' -> '.
         05   ED-HIS-NOUVEAU-NOM PIC X(20).

       01     ED-LIGNE-AUD.
         05   ED-AUD-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-DATE        PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-HEURE       PIC 9(06).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-PROGRAMME   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-OPERATION   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AUD-SOLDE-APRES PIC -ZZZZZZZZ9,V99.

       01     ED-LIGNE-CAR.
         05   ED-CAR-NUMCART     PIC X(09).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CAR-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CAR-EXPIR       PIC 9(06).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-CAR-STATUT      PIC X(01).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-CAR-DATE-MAJ    PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-CAR-MOTIF-OPPO  PIC X(02).
         05   FILLER             PIC X(04) VALUE SPACE.
         05   ED-CAR-DATE-OPPO   PIC 9(08).

       01     ED-LIGNE-MAN.
         05   ED-MAN-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MAN-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MAN-CREANCIER   PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MAN-PLAFOND     PIC ZZZZZZZ9,V99.
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-MAN-STATUT      PIC X(01).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-MAN-DATE-MAJ    PIC 9(08).

       01     ED-LIGNE-ORD.
         05   ED-ORD-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ORD-SEQ         PIC 9(03).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ORD-CODE        PIC X(01).
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-ORD-MONTANT     PIC ZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ORD-DEVISE      PIC X(03).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ORD-PERIODICITE PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ORD-PROCHAINE   PIC 9(08).
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-ORD-STATUT      PIC X(01).

       01     ED-LIGNE-ALR.
         05   ED-ALR-NUMCPT      PIC X(10).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ALR-TYPE        PIC X(01).
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-ALR-SEUIL       PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ALR-CANAL       PIC X(01).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ALR-STATUT      PIC X(01).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-ALR-SILENCE-DEBUT PIC 9(04).
         05   FILLER             PIC X(01) VALUE '-'.
         05   ED-ALR-SILENCE-FIN PIC 9(04).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ALR-DATE-MAJ    PIC 9(08).

       01     ED-LIGNE-MVT.
         05   ED-MVT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MVT-DATE        PIC 9(08).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-MVT-CODE        PIC X(01).
         05   FILLER             PIC X(03) VALUE SPACE.
         05   ED-MVT-SENS        PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MVT-MONTANT     PIC ZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MVT-REFERENCE   PIC X(10).

       01     ED-LIGNE-CUMUL.
         05   ED-CUM-LIBELLE     PIC X(40).
         05   ED-CUM-NOMBRE      PIC Z(7)9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< EXTRACTION DES DONNEES PERSONNELLES D'UN CLIENT         *
      *      ---------------------------------------------------------*
       100-EXTRACTION.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 801-ENTETE-FICETAT
           PERFORM 640-ECRIRE-ENTETE-FICDAC

           MOVE WS-SYSIN-NUMCLI TO FD-FICCLI-NUMCLI
           READ FICCLI
              INVALID KEY MOVE '23' TO FS-FICCLI
           END-READ
           IF FS-FICCLI NOT = '00'
              DISPLAY '*** CLIENT ' WS-SYSIN-NUMCLI
                      ' ABSENT DE FICCLI ***'
              MOVE 'CLIENT INCONNU DE FICCLI : AUCUNE DONNEE EXTRAITE'
                TO ED-TITRE
              MOVE ED-TITRE TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              PERFORM 200-CLIENT
              PERFORM 210-ADRESSES
              PERFORM 220-COMPTES
              PERFORM 230-RENOMMAGES
              PERFORM 240-AUDIT
              PERFORM 250-CARTES
              PERFORM 260-MANDATS
              PERFORM 270-ORDRES
              PERFORM 280-ALERTES
              PERFORM 290-MOUVEMENTS
              PERFORM 803-CUMULS-FICETAT
           END-IF

           PERFORM 641-ECRIRE-FIN-FICDAC
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< IDENTITE ET COORDONNEES (FICCLI)                        *
      *      ---------------------------------------------------------*
       200-CLIENT.
           MOVE '1. IDENTITE ET COORDONNEES (FICHIER CLIENTS)'
             TO ED-TITRE
           MOVE SPACES TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           MOVE 'NUMERO DE CLIENT' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-NUMCLI TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'NOM' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-NOM TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'ADRESSE' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-ADR1 TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE FD-FICCLI-ADR2 TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           STRING FD-FICCLI-CODPOST ' ' FD-FICCLI-VILLE
                  DELIMITED BY SIZE INTO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'TELEPHONE' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-TELEPH TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'ENVOI DES RELEVES' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-PREF-RELEVE TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'DATE DE CREATION' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-DATE-CREA TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'DERNIERE MISE A JOUR' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-DATE-MAJ TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'NPAI (COURRIER REVENU)' TO ED-RUB-LIBELLE
           STRING FD-FICCLI-NPAI ' ' FD-FICCLI-DATE-NPAI
                  DELIMITED BY SIZE INTO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'DECES' TO ED-RUB-LIBELLE
           STRING FD-FICCLI-DECES ' ' FD-FICCLI-DATE-DECES
                  DELIMITED BY SIZE INTO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'STATUT FISCAL' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-STATUT-FISC TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'SECTEUR D''ACTIVITE' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-SECTEUR TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE
           MOVE 'PAYS DE RESIDENCE' TO ED-RUB-LIBELLE
           MOVE FD-FICCLI-PAYS-RESID TO ED-RUB-VALEUR
           PERFORM 805-RUBRIQUE

           MOVE SPACES TO FD-FICDAC
           SET FD-FICDAC-CLIENT TO TRUE
           MOVE FD-ENREG-FICCLI TO FD-FICDAC-DONNEES
           PERFORM 630-ECRIRE-FICDAC
           .

      *      ---------------------------------------------------------*
      *-----< HISTORIQUE DES CHANGEMENTS D'ADRESSE (FICHADR)          *
      *      ---------------------------------------------------------*
       210-ADRESSES.
           MOVE '2. HISTORIQUE DES CHANGEMENTS D''ADRESSE' TO ED-TITRE
           MOVE '  DATE     HEURE  OPERATEUR' TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 611-LIRE-FICHADR
           PERFORM UNTIL FS-FICHADR NOT = '00'
              IF FD-FICHADR-NUMCLI = WS-SYSIN-NUMCLI
                 ADD 1 TO CP-ADRESSES CP-SECTION
                 MOVE FD-FICHADR-DATE TO ED-ADR-DATE
                 MOVE FD-FICHADR-HEURE TO ED-ADR-HEURE
                 MOVE FD-FICHADR-OPERATEUR TO ED-ADR-OPERATEUR
                 MOVE ED-LIGNE-ADR TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE '  ANCIENNE ADRESSE' TO ED-RUB-LIBELLE
                 MOVE FD-FICHADR-ANC-ADR1 TO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 MOVE FD-FICHADR-ANC-ADR2 TO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 STRING FD-FICHADR-ANC-CODPOST ' '
                        FD-FICHADR-ANC-VILLE
                        DELIMITED BY SIZE INTO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 MOVE '  NOUVELLE ADRESSE' TO ED-RUB-LIBELLE
                 MOVE FD-FICHADR-NOU-ADR1 TO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 MOVE FD-FICHADR-NOU-ADR2 TO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 STRING FD-FICHADR-NOU-CODPOST ' '
                        FD-FICHADR-NOU-VILLE
                        DELIMITED BY SIZE INTO ED-RUB-VALEUR
                 PERFORM 805-RUBRIQUE
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-ADRESSE TO TRUE
                 MOVE FD-FICHADR TO FD-FICDAC-DONNEES
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 611-LIRE-FICHADR
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< COMPTES LIES : LA CLE DE FICLNK COMMENCE PAR LE NUMCPT, *
      *      LE FICHIER EST DONC PARCOURU EN ENTIER ; CHAQUE COMPTE   *
      *      RETENU EST LU DANS FICCPT (UN COMPTE PURGE RESTE CITE)   *
      *      ---------------------------------------------------------*
       220-COMPTES.
           MOVE '3. COMPTES DETENUS (T=TITULAIRE J=JOINT P=PROCURATION)'
             TO ED-TITRE
           MOVE 'COMPTE     R OUVERTURE        SOLDE DEV DECOUV.AUT.'
             TO ED-COLONNES
           MOVE ' INTITULE' TO ED-COLONNES (52:9)
           PERFORM 802-TITRE-SECTION
           PERFORM 612-LIRE-FICLNK
           PERFORM UNTIL FS-FICLNK NOT = '00'
              IF FD-FICLNK-NUMCLI = WS-SYSIN-NUMCLI
                 IF IX-CLC-CHARG = IX-CLC-MAX
                    DISPLAY '*** CLIENT ' WS-SYSIN-NUMCLI
                            ' : PLUS DE ' IX-CLC-MAX ' COMPTES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-CLC-CHARG
                 MOVE FD-FICLNK-NUMCPT TO WS-CLC-NUMCPT (IX-CLC-CHARG)
                 MOVE FD-FICLNK-ROLE   TO WS-CLC-ROLE (IX-CLC-CHARG)
              END-IF
              PERFORM 612-LIRE-FICLNK
           END-PERFORM
           PERFORM 225-COMPTE
             VARYING IX-CLC FROM 1 BY 1
               UNTIL IX-CLC > IX-CLC-CHARG
           PERFORM 804-FIN-SECTION
           .

       225-COMPTE.
           ADD 1 TO CP-COMPTES CP-SECTION
           MOVE SPACES TO FD-FICDAC
           SET FD-FICDAC-COMPTE TO TRUE
           MOVE WS-CLC-NUMCPT (IX-CLC) TO FD-FICDAC-CPT-NUMCPT
           MOVE WS-CLC-ROLE (IX-CLC) TO FD-FICDAC-CPT-ROLE
           MOVE WS-CLC-NUMCPT (IX-CLC) TO ED-CPT-NUMCPT
           MOVE WS-CLC-ROLE (IX-CLC) TO ED-CPT-ROLE
           MOVE WS-CLC-NUMCPT (IX-CLC) TO FD-FICCPT-NUMCPT
           READ FICCPT
              INVALID KEY MOVE '23' TO FS-FICCPT
           END-READ
           IF FS-FICCPT = '00'
              MOVE 'O' TO FD-FICDAC-CPT-PRESENT
              MOVE FD-FICCPT-DATE-OUV TO FD-FICDAC-CPT-DATE-OUV
                                         ED-CPT-DATE-OUV
              MOVE FD-FICCPT-SOLDE TO FD-FICDAC-CPT-SOLDE
                                      ED-CPT-SOLDE
              MOVE FD-FICCPT-DATE-MAJ TO FD-FICDAC-CPT-DATE-MAJ
              MOVE FD-FICCPT-NOM TO FD-FICDAC-CPT-NOM
                                    ED-CPT-NOM
              MOVE FD-FICCPT-DECOUVERT-AUT TO FD-FICDAC-CPT-DECOUVERT
                                              ED-CPT-DECOUVERT
              MOVE FD-FICCPT-DEVISE TO FD-FICDAC-CPT-DEVISE
                                       ED-CPT-DEVISE
              MOVE FD-FICCPT-PRODUIT TO FD-FICDAC-CPT-PRODUIT
           ELSE
              MOVE 'N' TO FD-FICDAC-CPT-PRESENT
              MOVE 0 TO FD-FICDAC-CPT-DATE-OUV
                        FD-FICDAC-CPT-SOLDE
                        FD-FICDAC-CPT-DATE-MAJ
                        FD-FICDAC-CPT-DECOUVERT
                        ED-CPT-DATE-OUV
                        ED-CPT-SOLDE
                        ED-CPT-DECOUVERT
              MOVE SPACES TO ED-CPT-DEVISE
              MOVE 'COMPTE CLOTURE/PURGE' TO ED-CPT-NOM
           END-IF
           MOVE ED-LIGNE-CPT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
           PERFORM 630-ECRIRE-FICDAC
           .

      *      ---------------------------------------------------------*
      *-----< CHANGEMENTS D'INTITULE DES COMPTES (FICHIST)            *
      *      ---------------------------------------------------------*
       230-RENOMMAGES.
           MOVE '4. CHANGEMENTS D''INTITULE DES COMPTES' TO ED-TITRE
           MOVE 'COMPTE     DATE     ANCIEN INTITULE         NOUVEAU'
             TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 613-LIRE-FICHIST
           PERFORM UNTIL FS-FICHIST NOT = '00'
              MOVE FD-FICHIST-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 740-RECH-COMPTE
              IF WS-CPT-TROUVE = 'O'
                 ADD 1 TO CP-RENOMMAGES CP-SECTION
                 MOVE FD-FICHIST-NUMCPT TO ED-HIS-NUMCPT
                 MOVE FD-FICHIST-DATE TO ED-HIS-DATE
                 MOVE FD-FICHIST-ANCIEN-NOM TO ED-HIS-ANCIEN-NOM
                 MOVE FD-FICHIST-NOUVEAU-NOM TO ED-HIS-NOUVEAU-NOM
                 MOVE ED-LIGNE-HIS TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-RENOMMAGE TO TRUE
                 MOVE FD-FICHIST TO FD-FICDAC-DONNEES
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 613-LIRE-FICHIST
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< PISTE D'AUDIT : ENTREES DES COMPTES DU CLIENT ET ENTREES*
      *      AU NIVEAU CLIENT ; LES ARCHIVES DE RETENTION (FICAUDA)   *
      *      SONT LUES AVANT LE MAITRE EN LIGNE, COMME DANS COBTPAUD  *
      *      ---------------------------------------------------------*
       240-AUDIT.
           MOVE '5. PISTE D''AUDIT DES MISES A JOUR' TO ED-TITRE
           MOVE 'COMPTE     DATE     HEURE  PROGRAM. OPERAT.  AGENT'
             TO ED-COLONNES
           MOVE '  SOLDE APRES' TO ED-COLONNES (55:13)
           PERFORM 802-TITRE-SECTION
           PERFORM 614-LIRE-FICAUDA
           PERFORM UNTIL FS-FICAUDA NOT = '00'
              MOVE FD-FICAUDA TO FD-FICAUDM
              PERFORM 245-ENTREE-AUDIT
              PERFORM 614-LIRE-FICAUDA
           END-PERFORM
           PERFORM 615-LIRE-FICAUDM
           PERFORM UNTIL FS-FICAUDM NOT = '00'
              PERFORM 245-ENTREE-AUDIT
              PERFORM 615-LIRE-FICAUDM
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

       245-ENTREE-AUDIT.
           IF FD-FICAUDM-NUMCPT = WS-SYSIN-NUMCLI
              MOVE 'O' TO WS-CPT-TROUVE
           ELSE
              MOVE FD-FICAUDM-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 740-RECH-COMPTE
           END-IF
           IF WS-CPT-TROUVE = 'O'
              ADD 1 TO CP-AUDITS CP-SECTION
              MOVE FD-FICAUDM-NUMCPT TO ED-AUD-NUMCPT
              MOVE FD-FICAUDM-DATE TO ED-AUD-DATE
              MOVE FD-FICAUDM-HEURE TO ED-AUD-HEURE
              MOVE FD-FICAUDM-PROGRAMME TO ED-AUD-PROGRAMME
              MOVE FD-FICAUDM-OPERATION TO ED-AUD-OPERATION
              MOVE FD-FICAUDM-OPERATEUR TO ED-AUD-OPERATEUR
              MOVE FD-FICAUDM-SOLDE-APRES TO ED-AUD-SOLDE-APRES
              MOVE ED-LIGNE-AUD TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
              MOVE SPACES TO FD-FICDAC
              SET FD-FICDAC-AUDIT TO TRUE
              MOVE FD-FICAUDM-NUMCPT TO FD-FICDAC-AUD-NUMCPT
              MOVE FD-FICAUDM-PROGRAMME TO FD-FICDAC-AUD-PROGRAMME
              MOVE FD-FICAUDM-OPERATION TO FD-FICDAC-AUD-OPERATION
              MOVE FD-FICAUDM-SOLDE-AVANT TO FD-FICDAC-AUD-SOLDE-AVANT
              MOVE FD-FICAUDM-SOLDE-APRES TO FD-FICDAC-AUD-SOLDE-APRES
              MOVE FD-FICAUDM-DATE TO FD-FICDAC-AUD-DATE
              MOVE FD-FICAUDM-HEURE TO FD-FICDAC-AUD-HEURE
              MOVE FD-FICAUDM-OPERATEUR TO FD-FICDAC-AUD-OPERATEUR
              PERFORM 630-ECRIRE-FICDAC
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CARTES DES COMPTES DU CLIENT (FICCART PARCOURU EN       *
      *      ENTIER, LA CLE EST LE NUMERO DE CARTE)                   *
      *      ---------------------------------------------------------*
       250-CARTES.
           MOVE '6. CARTES DE PAIEMENT' TO ED-TITRE
           MOVE 'CARTE     COMPTE     EXPIR. STAT. MAJ' TO ED-COLONNES
           MOVE 'MOTIF DATE OPPO.' TO ED-COLONNES (44:16)
           PERFORM 802-TITRE-SECTION
           PERFORM 616-LIRE-FICCART
           PERFORM UNTIL FS-FICCART NOT = '00'
              MOVE FD-FICCART-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 740-RECH-COMPTE
              IF WS-CPT-TROUVE = 'O'
                 ADD 1 TO CP-CARTES CP-SECTION
                 MOVE FD-FICCART-NUMCART TO ED-CAR-NUMCART
                 MOVE FD-FICCART-NUMCPT TO ED-CAR-NUMCPT
                 MOVE FD-FICCART-EXPIR TO ED-CAR-EXPIR
                 MOVE FD-FICCART-STATUT TO ED-CAR-STATUT
                 MOVE FD-FICCART-DATE-MAJ TO ED-CAR-DATE-MAJ
                 MOVE FD-FICCART-MOTIF-OPPO TO ED-CAR-MOTIF-OPPO
                 MOVE FD-FICCART-DATE-OPPO TO ED-CAR-DATE-OPPO
                 MOVE ED-LIGNE-CAR TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-CARTE TO TRUE
                 MOVE FD-FICCART TO FD-FICDAC-DONNEES
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 616-LIRE-FICCART
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< MANDATS DE PRELEVEMENT (FICMAND)                        *
      *      ---------------------------------------------------------*
       260-MANDATS.
           MOVE '7. MANDATS DE PRELEVEMENT' TO ED-TITRE
           MOVE 'COMPTE     REFERENCE  CREANC.      PLAFOND STAT. MAJ'
             TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 617-LIRE-FICMAND
           PERFORM UNTIL FS-FICMAND NOT = '00'
              MOVE FD-FICMAND-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 740-RECH-COMPTE
              IF WS-CPT-TROUVE = 'O'
                 ADD 1 TO CP-MANDATS CP-SECTION
                 MOVE FD-FICMAND-NUMCPT TO ED-MAN-NUMCPT
                 MOVE FD-FICMAND-REFERENCE TO ED-MAN-REFERENCE
                 MOVE FD-FICMAND-CREANCIER TO ED-MAN-CREANCIER
                 MOVE FD-FICMAND-PLAFOND TO ED-MAN-PLAFOND
                 MOVE FD-FICMAND-STATUT TO ED-MAN-STATUT
                 MOVE FD-FICMAND-DATE-MAJ TO ED-MAN-DATE-MAJ
                 MOVE ED-LIGNE-MAN TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-MANDAT TO TRUE
                 MOVE FD-FICMAND TO FD-FICDAC-DONNEES
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 617-LIRE-FICMAND
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< ORDRES PERMANENTS (FICORDRE)                            *
      *      ---------------------------------------------------------*
       270-ORDRES.
           MOVE '8. ORDRES PERMANENTS' TO ED-TITRE
           MOVE 'COMPTE     SEQ COD      MONTANT DEV PER PROCHAIN STAT'
             TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 618-LIRE-FICORDRE
           PERFORM UNTIL FS-FICORDRE NOT = '00'
              MOVE FD-FICORDRE-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 740-RECH-COMPTE
              IF WS-CPT-TROUVE = 'O'
                 ADD 1 TO CP-ORDRES CP-SECTION
                 MOVE FD-FICORDRE-NUMCPT TO ED-ORD-NUMCPT
                 MOVE FD-FICORDRE-SEQ TO ED-ORD-SEQ
                 MOVE FD-FICORDRE-CODE TO ED-ORD-CODE
                 MOVE FD-FICORDRE-MONTANT TO ED-ORD-MONTANT
                 MOVE FD-FICORDRE-DEVISE TO ED-ORD-DEVISE
                 MOVE FD-FICORDRE-PERIODICITE TO ED-ORD-PERIODICITE
                 MOVE FD-FICORDRE-PROCHAINE TO ED-ORD-PROCHAINE
                 MOVE FD-FICORDRE-STATUT TO ED-ORD-STATUT
                 MOVE ED-LIGNE-ORD TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-ORDRE TO TRUE
                 MOVE FD-FICORDRE TO FD-FICDAC-DONNEES
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 618-LIRE-FICORDRE
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< ALERTES SMS / E-MAIL : ABONNEMENTS SOUSCRITS PAR LE     *
      *      CLIENT LUI-MEME (LE CO-TITULAIRE A LES SIENS)            *
      *      ---------------------------------------------------------*
       280-ALERTES.
           MOVE '9. ALERTES SMS ET E-MAIL' TO ED-TITRE
           MOVE 'COMPTE     TYPE         SEUIL CANAL STAT SILENCE  MAJ'
             TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 619-LIRE-FICABON
           PERFORM UNTIL FS-FICABON NOT = '00'
              IF FD-FICABON-NUMCLI = WS-SYSIN-NUMCLI
                 ADD 1 TO CP-ALERTES CP-SECTION
                 MOVE FD-FICABON-NUMCPT TO ED-ALR-NUMCPT
                 MOVE FD-FICABON-TYPE TO ED-ALR-TYPE
                 MOVE FD-FICABON-SEUIL TO ED-ALR-SEUIL
                 MOVE FD-FICABON-CANAL TO ED-ALR-CANAL
                 MOVE FD-FICABON-STATUT TO ED-ALR-STATUT
                 MOVE FD-FICABON-SILENCE-DEBUT TO ED-ALR-SILENCE-DEBUT
                 MOVE FD-FICABON-SILENCE-FIN TO ED-ALR-SILENCE-FIN
                 MOVE FD-FICABON-DATE-MAJ TO ED-ALR-DATE-MAJ
                 MOVE ED-LIGNE-ALR TO ED-ZONE-ED
                 WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
                 MOVE SPACES TO FD-FICDAC
                 SET FD-FICDAC-ALERTE TO TRUE
                 MOVE FD-FICABON-NUMCPT TO FD-FICDAC-ALR-NUMCPT
                 MOVE FD-FICABON-TYPE TO FD-FICDAC-ALR-TYPE
                 MOVE FD-FICABON-SEUIL TO FD-FICDAC-ALR-SEUIL
                 MOVE FD-FICABON-CANAL TO FD-FICDAC-ALR-CANAL
                 MOVE FD-FICABON-STATUT TO FD-FICDAC-ALR-STATUT
                 MOVE FD-FICABON-SILENCE-DEBUT
                   TO FD-FICDAC-ALR-SILENCE-DEBUT
                 MOVE FD-FICABON-SILENCE-FIN
                   TO FD-FICDAC-ALR-SILENCE-FIN
                 MOVE FD-FICABON-DATE-MAJ TO FD-FICDAC-ALR-DATE-MAJ
                 PERFORM 630-ECRIRE-FICDAC
              END-IF
              PERFORM 619-LIRE-FICABON
           END-PERFORM
           PERFORM 804-FIN-SECTION
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENTS ARCHIVES DE LA PERIODE DEMANDEE, COMPTE PAR  *
      *      COMPTE (FICARCH EST CLASSE PAR NUMCPT + DATE + SEQ)      *
      *      ---------------------------------------------------------*
       290-MOUVEMENTS.
           MOVE '10. MOUVEMENTS DES COMPTES SUR LA PERIODE' TO ED-TITRE
           MOVE 'COMPTE     DATE     CODE SENS   MONTANT REFERENCE'
             TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           PERFORM 295-MOUVEMENTS-COMPTE
             VARYING IX-CLC FROM 1 BY 1
               UNTIL IX-CLC > IX-CLC-CHARG
           PERFORM 804-FIN-SECTION
           .

       295-MOUVEMENTS-COMPTE.
           PERFORM 631-DEMARRER-FICARCH
           PERFORM UNTIL FD-FICARCH-NUMCPT NOT = WS-CLC-NUMCPT (IX-CLC)
                      OR FD-FICARCH-DATE > WS-SYSIN-FIN
              ADD 1 TO CP-MOUVEMENTS CP-SECTION
              MOVE FD-FICARCH-NUMCPT TO ED-MVT-NUMCPT
              MOVE FD-FICARCH-DATE TO ED-MVT-DATE
              MOVE FD-FICARCH-MVT-CODE TO ED-MVT-CODE
              MOVE FD-FICARCH-MVT-SENS TO ED-MVT-SENS
              MOVE FD-FICARCH-MVT-MONTANT TO ED-MVT-MONTANT
              MOVE FD-FICARCH-MVT-REFERENCE TO ED-MVT-REFERENCE
              MOVE ED-LIGNE-MVT TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
              MOVE SPACES TO FD-FICDAC
              SET FD-FICDAC-MOUVEMENT TO TRUE
              MOVE FD-ENREG-FICARCH TO FD-FICDAC-DONNEES
              PERFORM 630-ECRIRE-FICDAC
              PERFORM 632-LIRE-FICARCH
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICHADR
           IF FS-FICHADR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHADR   FS-FICHADR = '
                      FS-FICHADR
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
           OPEN INPUT FICHIST
           IF FS-FICHIST NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHIST   FS-FICHIST = '
                      FS-FICHIST
              PERFORM 998-ARRET-ANORMAL
           END-IF
      *    DD OPTIONNEL : ABSENT, LE FICHIER REND FIN DE FICHIER
      *    DES LA PREMIERE LECTURE
           OPEN INPUT FICAUDA
           OPEN INPUT FICAUDM
           IF FS-FICAUDM NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAUDM   FS-FICAUDM = '
                      FS-FICAUDM
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART   FS-FICCART = '
                      FS-FICCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMAND
           IF FS-FICMAND NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAND   FS-FICMAND = '
                      FS-FICMAND
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICORDRE
           IF FS-FICORDRE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICORDRE  FS-FICORDRE = '
                      FS-FICORDRE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICABON
           IF FS-FICABON NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICABON   FS-FICABON = '
                      FS-FICABON
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICDAC
           OPEN OUTPUT FICETAT
           .

       611-LIRE-FICHADR.
           READ FICHADR
           .

       612-LIRE-FICLNK.
           READ FICLNK NEXT RECORD
           .

       613-LIRE-FICHIST.
           READ FICHIST
           .

       614-LIRE-FICAUDA.
           READ FICAUDA
           IF FS-FICAUDA NOT = '10' AND FS-FICAUDA NOT = 00
              MOVE '10' TO FS-FICAUDA
           END-IF
           .

       615-LIRE-FICAUDM.
           READ FICAUDM
           .

       616-LIRE-FICCART.
           READ FICCART NEXT RECORD
           .

       617-LIRE-FICMAND.
           READ FICMAND
           .

       618-LIRE-FICORDRE.
           READ FICORDRE
           .

       619-LIRE-FICABON.
           READ FICABON
           .

       620-FERMER-FICHIERS.
           CLOSE FICCLI
           CLOSE FICHADR
           CLOSE FICLNK
           CLOSE FICCPT
           CLOSE FICHIST
           CLOSE FICAUDA
           CLOSE FICAUDM
           CLOSE FICCART
           CLOSE FICMAND
           CLOSE FICORDRE
           CLOSE FICABON
           CLOSE FICARCH
           CLOSE FICDAC
           CLOSE FICETAT
           .

       630-ECRIRE-FICDAC.
           MOVE WS-SYSIN-NUMCLI TO FD-FICDAC-NUMCLI
           WRITE FD-FICDAC
           ADD 1 TO CP-ECRITURE-DAC
           .

       631-DEMARRER-FICARCH.
           MOVE WS-CLC-NUMCPT (IX-CLC) TO FD-FICARCH-NUMCPT
           MOVE WS-SYSIN-DEBUT TO FD-FICARCH-DATE
           MOVE 0 TO FD-FICARCH-SEQ
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICARCH-NUMCPT
           END-START
           IF FD-FICARCH-NUMCPT NOT = HIGH-VALUE
              PERFORM 632-LIRE-FICARCH
           END-IF
           .

       632-LIRE-FICARCH.
           READ FICARCH NEXT RECORD
                AT END MOVE HIGH-VALUE TO FD-FICARCH-NUMCPT
           END-READ
           .

       640-ECRIRE-ENTETE-FICDAC.
           MOVE SPACES TO FD-FICDAC
           SET FD-FICDAC-ENTETE TO TRUE
           MOVE WS-SYSIN-DATE TO FD-FICDAC-ENT-DATE
           MOVE WS-SYSIN-DEBUT TO FD-FICDAC-ENT-DEBUT
           MOVE WS-SYSIN-FIN TO FD-FICDAC-ENT-FIN
           PERFORM 630-ECRIRE-FICDAC
           .

       641-ECRIRE-FIN-FICDAC.
           MOVE SPACES TO FD-FICDAC
           SET FD-FICDAC-FIN-FICHIER TO TRUE
           MOVE CP-ADRESSES   TO FD-FICDAC-FIN-NB-ADR
           MOVE CP-COMPTES    TO FD-FICDAC-FIN-NB-CPT
           MOVE CP-RENOMMAGES TO FD-FICDAC-FIN-NB-HIS
           MOVE CP-AUDITS     TO FD-FICDAC-FIN-NB-AUD
           MOVE CP-CARTES     TO FD-FICDAC-FIN-NB-CAR
           MOVE CP-MANDATS    TO FD-FICDAC-FIN-NB-MAN
           MOVE CP-ORDRES     TO FD-FICDAC-FIN-NB-ORD
           MOVE CP-ALERTES    TO FD-FICDAC-FIN-NB-ALR
           MOVE CP-MOUVEMENTS TO FD-FICDAC-FIN-NB-MVT
      *    EN-TETE, FICHE CLIENT ET FIN COMPRIS
           COMPUTE FD-FICDAC-FIN-NB-TOTAL = CP-ECRITURE-DAC + 1
           PERFORM 630-ECRIRE-FICDAC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    LE COMPTE CHERCHE EST-IL UN DES COMPTES DU CLIENT ?
       740-RECH-COMPTE.
           MOVE 'N' TO WS-CPT-TROUVE
           PERFORM VARYING IX-CLC FROM 1 BY 1
             UNTIL IX-CLC > IX-CLC-CHARG
                OR WS-CPT-TROUVE = 'O'
              IF WS-CLC-NUMCPT (IX-CLC) = WS-NUMCPT-RECH
                 MOVE 'O' TO WS-CPT-TROUVE
              END-IF
           END-PERFORM
           .

      *    PERIODE ABSENTE : TOUT L'ARCHIVE JUSQU'A LA DATE D'EXTRACTION
       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              ACCEPT WS-SYSIN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-SYSIN-NUMCLI = SPACES
              DISPLAY '*** NUMERO DE CLIENT ABSENT DU SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-DEBUT NOT NUMERIC
              MOVE 0 TO WS-SYSIN-DEBUT
           END-IF
           IF WS-SYSIN-FIN NOT NUMERIC
              OR WS-SYSIN-FIN = 0
              MOVE WS-SYSIN-DATE TO WS-SYSIN-FIN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'CLIENT EXTRAIT               : ' WS-SYSIN-NUMCLI
           DISPLAY 'CHANGEMENTS D ADRESSE        : ' CP-ADRESSES
           DISPLAY 'COMPTES LIES                 : ' CP-COMPTES
           DISPLAY 'CHANGEMENTS D INTITULE       : ' CP-RENOMMAGES
           DISPLAY 'ENTREES D AUDIT              : ' CP-AUDITS
           DISPLAY 'CARTES                       : ' CP-CARTES
           DISPLAY 'MANDATS                      : ' CP-MANDATS
           DISPLAY 'ORDRES PERMANENTS            : ' CP-ORDRES
           DISPLAY 'ALERTES                      : ' CP-ALERTES
           DISPLAY 'MOUVEMENTS ARCHIVES          : ' CP-MOUVEMENTS
           DISPLAY 'ARTICLES ECRITS (FICDAC)     : ' CP-ECRITURE-DAC
           .

       801-ENTETE-FICETAT.
           MOVE WS-SYSIN-NUMCLI TO ED-ENT-NUMCLI
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE WS-SYSIN-DEBUT TO ED-ENT-DEBUT
           MOVE WS-SYSIN-FIN TO ED-ENT-FIN
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       802-TITRE-SECTION.
           MOVE 0 TO CP-SECTION
           MOVE ED-TITRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           IF ED-COLONNES NOT = SPACES
              MOVE ED-COLONNES TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       803-CUMULS-FICETAT.
           MOVE 'RECAPITULATIF' TO ED-TITRE
           MOVE SPACES TO ED-COLONNES
           PERFORM 802-TITRE-SECTION
           MOVE 'CHANGEMENTS D''ADRESSE          : ' TO ED-CUM-LIBELLE
           MOVE CP-ADRESSES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'COMPTES DETENUS                : ' TO ED-CUM-LIBELLE
           MOVE CP-COMPTES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'CHANGEMENTS D''INTITULE         : ' TO ED-CUM-LIBELLE
           MOVE CP-RENOMMAGES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'ENTREES DE LA PISTE D''AUDIT    : ' TO ED-CUM-LIBELLE
           MOVE CP-AUDITS TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'CARTES                         : ' TO ED-CUM-LIBELLE
           MOVE CP-CARTES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'MANDATS DE PRELEVEMENT         : ' TO ED-CUM-LIBELLE
           MOVE CP-MANDATS TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'ORDRES PERMANENTS              : ' TO ED-CUM-LIBELLE
           MOVE CP-ORDRES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'ALERTES SMS ET E-MAIL          : ' TO ED-CUM-LIBELLE
           MOVE CP-ALERTES TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           MOVE 'MOUVEMENTS DE LA PERIODE       : ' TO ED-CUM-LIBELLE
           MOVE CP-MOUVEMENTS TO ED-CUM-NOMBRE
           PERFORM 806-LIGNE-CUMUL
           .

       804-FIN-SECTION.
           IF CP-SECTION = 0
              MOVE ED-NEANT TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
           END-IF
           .

       805-RUBRIQUE.
           MOVE ED-RUBRIQUE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
           MOVE SPACES TO ED-RUBRIQUE
           .

       806-LIGNE-CUMUL.
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPDAC ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRCO.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRCO                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * RELEVE CONSOLIDE MENSUEL PAR CLIENT : UN SEUL PLI REGROUPE    *
      * TOUS LES COMPTES DONT LE CLIENT EST TITULAIRE OU COTITULAIRE  *
      * (FICLNK, ROLES T ET J), SES CREDITS EN COURS ET SES DEPOTS A  *
      * TERME, POUR LES CLIENTS AYANT CHOISI LE RELEVE CONSOLIDE      *
      * (FICCLI), HORS DIFFUSION ELECTRONIQUE ET NPAI :               *
      *   - SYNTHESE : SOLDES D'OUVERTURE (GENERATION GDGCPT DE LA    *
      *     VEILLE DU DEBUT DE PERIODE, FICCPTA) ET DE CLOTURE        *
      *     (FICCPTS) DANS LA DEVISE DU COMPTE, CONTRE-VALEUR EUR AU  *
      *     COURS FICDEVI ET TOTAL EUR ; DEVISE SANS COURS : HORS     *
      *     TOTAL, CODE RETOUR 8                                      *
      *   - CREDITS (FICPRET) : CAPITAL RESTANT DU, MENSUALITE        *
      *   - DEPOTS A TERME (FICDEPT) RATTACHES PAR LE COMPTE COURANT  *
      *   - DETAIL DES MOUVEMENTS DE CHAQUE COMPTE REJOUES DEPUIS     *
      *     L'ARCHIVE FICARCH ; ECART AVEC LE SOLDE DE CLOTURE        *
      *     SIGNALE SUR LE RELEVE, CODE RETOUR 4                      *
      * LES RELEVES INDIVIDUELS DE CES CLIENTS SONT SUPPRIMES PAR     *
      * COBTPREM. SYSIN : DEBUT ET FIN DE PERIODE (SSAAMMJJ).         *
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
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICCPTA ASSIGN TO FICCPTA FILE STATUS IS FS-FICCPTA.
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICPRET ASSIGN TO FICPRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICPRET-NUMPRET
           FILE STATUS IS FS-FICPRET.
           SELECT FICDEPT ASSIGN TO FICDEPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICDEPT-NUMCPT
           FILE STATUS IS FS-FICDEPT.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICRELEVE ASSIGN TO FICRELEVE.
           SELECT FICTRI  ASSIGN TO FICTRI.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    GENERATION GDGCPT DE FIN DE PERIODE (SOLDES DE CLOTURE)
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FD-FICCPTS-DATE-MAJ PIC 9(08).
         05   FD-FICCPTS-YTD-DPOT   PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-YTD-RTRAIT PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-YTD-CB     PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-DECOUVERT-AUT PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FD-FICCPTS-PRODUIT PIC X(01).
         05   FD-FICCPTS-JOUR-RELEVE PIC 9(02).
         05   FILLER            PIC X(22).

      *    GENERATION GDGCPT DE LA VEILLE DU DEBUT DE PERIODE
       FD FICCPTA
           RECORDING MODE IS F.
       01     FD-FICCPTA.
         05   FD-FICCPTA-NUMCPT PIC X(10).
         05   FD-FICCPTA-DATE-OUV PIC 9(08).
         05   FD-FICCPTA-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

       FD FICDEVI
           RECORDING MODE IS F.
       01     FD-FICDEVI.
         05   FD-FICDEVI-DEVISE PIC X(03).
         05   FD-FICDEVI-TAUX   PIC 9(03)V9(06).
         05   FD-FICDEVI-DATE-COURS PIC 9(08).
         05   FILLER            PIC X(60).

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
           88 FD-FICCLI-PREF-COURRIER     VALUE 'C'.
           88 FD-FICCLI-PREF-ELECTRONIQUE VALUE 'E'.
           88 FD-FICCLI-PREF-AGENCE       VALUE 'A'.
         05 FD-FICCLI-DATE-CREA       PIC 9(08).
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FD-FICCLI-NPAI            PIC X(01).
           88 FD-FICCLI-NPAI-SIGNALE      VALUE 'O'.
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
         05 FD-FICCLI-SECTEUR         PIC X(04).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
         05 FD-FICCLI-RELEVE-CONSOL   PIC X(01).
           88 FD-FICCLI-CONSOLIDE         VALUE 'O'.
         05 FILLER                    PIC X(14).

       FD FICPRET.
       01   FD-ENREG-FICPRET.
         05 FD-FICPRET-NUMPRET        PIC X(10).
         05 FD-FICPRET-NUMCPT         PIC X(10).
         05 FD-FICPRET-CAPITAL        PIC S9(09)V99 COMP-3.
         05 FD-FICPRET-CAPITAL-RESTANT PIC S9(09)V99 COMP-3.
         05 FD-FICPRET-TAUX           PIC 9(02)V9(04).
         05 FD-FICPRET-DUREE          PIC 9(03).
         05 FD-FICPRET-MENSUALITE     PIC 9(08)V99.
         05 FD-FICPRET-DATE-DEBUT     PIC 9(08).
         05 FD-FICPRET-PROCHAINE      PIC 9(08).
         05 FD-FICPRET-NB-RESTANT     PIC 9(03).
         05 FD-FICPRET-NB-IMPAYES     PIC 9(02).
         05 FD-FICPRET-RECOUVR        PIC X(01).
         05 FD-FICPRET-DATE-RECOUVR   PIC X(08).
         05 FD-FICPRET-PRESENTE       PIC X(01).
         05 FILLER                    PIC X(02).

       FD FICDEPT.
       01   FD-ENREG-FICDEPT.
         05 FD-FICDEPT-NUMCPT         PIC X(10).
         05 FD-FICDEPT-CPT-COURANT    PIC X(10).
         05 FD-FICDEPT-MONTANT        PIC S9(09)V99 COMP-3.
         05 FD-FICDEPT-TAUX           PIC 9(02)V9(04).
         05 FD-FICDEPT-DUREE          PIC 9(03).
         05 FD-FICDEPT-DATE-OUV       PIC 9(08).
         05 FD-FICDEPT-DATE-ECHEANCE  PIC 9(08).
         05 FD-FICDEPT-RENOUVELLEMENT PIC X(01).
           88 FD-FICDEPT-RENOUVELABLE     VALUE 'O'.
         05 FD-FICDEPT-INTERET-CAPIT  PIC S9(09)V99 COMP-3.
         05 FILLER                    PIC X(22).

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

       FD FICRELEVE
           RECORDING MODE IS F.
       01     FD-FICRELEVE.
         05   FILLER            PIC X(80).

      *    UN ARTICLE PAR CLIENT AU RELEVE CONSOLIDE ET PAR COMPTE,
      *    CREDIT OU DEPOT A TERME DONT IL EST DETENTEUR PROPRIETAIRE
       SD FICTRI.
       01     TR-ENREG.
         05   TR-NUMCLI         PIC X(08).
         05   TR-TYPE           PIC X(01).
           88 TR-COMPTE             VALUE '1'.
           88 TR-PRET               VALUE '2'.
           88 TR-DEPOT              VALUE '3'.
         05   TR-NUMERO         PIC X(10).
         05   TR-DONNEES        PIC X(41).
         05   TR-CPT REDEFINES TR-DONNEES.
           10 TR-CPT-ROLE       PIC X(01).
           10 TR-CPT-DEVISE     PIC X(03).
           10 TR-CPT-PRODUIT    PIC X(01).
           10 TR-CPT-SOLDE-OUV  PIC S9(09)V99 COMP-3.
           10 TR-CPT-SOLDE-CLOT PIC S9(09)V99 COMP-3.
           10 FILLER            PIC X(24).
         05   TR-PRT REDEFINES TR-DONNEES.
           10 TR-PRT-NUMCPT     PIC X(10).
           10 TR-PRT-RESTANT    PIC S9(09)V99 COMP-3.
           10 TR-PRT-MENSUALITE PIC 9(08)V99.
           10 TR-PRT-PROCHAINE  PIC 9(08).
           10 TR-PRT-NB-RESTANT PIC 9(03).
           10 FILLER            PIC X(04).
         05   TR-DEP REDEFINES TR-DONNEES.
           10 TR-DEP-CPT-COURANT PIC X(10).
           10 TR-DEP-MONTANT    PIC S9(09)V99 COMP-3.
           10 TR-DEP-TAUX       PIC 9(02)V9(04).
           10 TR-DEP-ECHEANCE   PIC 9(08).
           10 TR-DEP-RENOUV     PIC X(01).
           10 FILLER            PIC X(10).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICCPTA         PIC X(2).
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICPRET         PIC X(2).
         05   FS-FICDEPT         PIC X(2).
         05   FS-FICARCH         PIC X(2).

       01     WS-FIN-TRI         PIC X VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : PERIODE DU RELEVE                     *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DEBUT     PIC 9(08).
         05   WS-SYSIN-FIN       PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< BAREME DES DEVISES (1 UNITE = TAUX EN EUR)              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DEVISE.
         05   IX-DEVI            PIC 9(4) COMP VALUE 0.
         05   IX-DEVI-MAX        PIC 9(4) COMP VALUE 20.
         05   IX-DEVI-CHARG      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DEVISE.
         05   WS-DEVI-POSTE OCCURS 20 TIMES.
           10 WS-DEVI-CODE       PIC X(03).
           10 WS-DEVI-TAUX       PIC 9(03)V9(06).
       01     WS-DEVISE-RECH     PIC X(03).
       01     WS-TAUX-COMPTE     PIC 9(03)V9(06).

      *      ---------------------------------------------------------*
      *-----< DERNIER CLIENT LU DANS FICCLI PAR L'ENTREE DU TRI       *
      *      (LES DETENTEURS SE SUIVENT SOUVENT D'UN COMPTE A L'AUTRE)*
      *      ---------------------------------------------------------*
       01     WS-NUMCLI-LU       PIC X(08) VALUE LOW-VALUES.
       01     WS-SWITCH-RETENU   PIC X VALUE 'N'.
         88   WS-CLIENT-RETENU       VALUE 'O'.
         88   WS-CLIENT-ECARTE       VALUE 'N'.
       01     WS-NUMCPT-LIEN     PIC X(10).

      *      ---------------------------------------------------------*
      *-----< CLIENT EN COURS EN SORTIE DE TRI : COMPTES, CREDITS ET  *
      *      DEPOTS A TERME RETENUS POUR SON RELEVE                   *
      *      ---------------------------------------------------------*
       01     WS-NUMCLI-PREC     PIC X(08) VALUE LOW-VALUES.
       01     WS-INDICES-CPT.
         05   IX-CPT             PIC 9(4) COMP VALUE 0.
         05   IX-CPT-MAX         PIC 9(4) COMP VALUE 50.
         05   IX-CPT-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-COMPTES.
         05   WS-CPT-POSTE OCCURS 50 TIMES.
           10 WS-CPT-NUMCPT      PIC X(10).
           10 WS-CPT-ROLE        PIC X(01).
           10 WS-CPT-DEVISE      PIC X(03).
           10 WS-CPT-SOLDE-OUV   PIC S9(09)V99 COMP-3.
           10 WS-CPT-SOLDE-CLOT  PIC S9(09)V99 COMP-3.
           10 WS-CPT-TAUX        PIC 9(03)V9(06).
           10 WS-CPT-OUV-EUR     PIC S9(10)V99 COMP-3.
           10 WS-CPT-CLOT-EUR    PIC S9(10)V99 COMP-3.
       01     WS-INDICES-PRT.
         05   IX-PRT             PIC 9(4) COMP VALUE 0.
         05   IX-PRT-MAX         PIC 9(4) COMP VALUE 20.
         05   IX-PRT-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-PRETS.
         05   WS-PRT-POSTE OCCURS 20 TIMES.
           10 WS-PRT-NUMPRET     PIC X(10).
           10 WS-PRT-NUMCPT      PIC X(10).
           10 WS-PRT-RESTANT     PIC S9(09)V99 COMP-3.
           10 WS-PRT-MENSUALITE  PIC 9(08)V99.
           10 WS-PRT-PROCHAINE   PIC 9(08).
           10 WS-PRT-NB-RESTANT  PIC 9(03).
       01     WS-INDICES-DEP.
         05   IX-DEP             PIC 9(4) COMP VALUE 0.
         05   IX-DEP-MAX         PIC 9(4) COMP VALUE 20.
         05   IX-DEP-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DEPOTS.
         05   WS-DEP-POSTE OCCURS 20 TIMES.
           10 WS-DEP-NUMCPT      PIC X(10).
           10 WS-DEP-CPT-COURANT PIC X(10).
           10 WS-DEP-MONTANT     PIC S9(09)V99 COMP-3.
           10 WS-DEP-TAUX        PIC 9(02)V9(04).
           10 WS-DEP-ECHEANCE    PIC 9(08).
           10 WS-DEP-RENOUV      PIC X(01).

      *      ---------------------------------------------------------*
      *-----< TOTAUX DU CLIENT (EUR) ET REJEU DES MOUVEMENTS          *
      *      ---------------------------------------------------------*
       01     WS-TOTAUX-CLIENT.
         05   WS-TOT-OUV-EUR     PIC S9(12)V99 COMP-3.
         05   WS-TOT-CLOT-EUR    PIC S9(12)V99 COMP-3.
         05   WS-TOT-RESTANT     PIC S9(12)V99 COMP-3.
         05   WS-TOT-DEPOTS      PIC S9(12)V99 COMP-3.
       01     WS-SOLDE-COURANT   PIC S9(10)V99 COMP-3.
       01     WS-NB-MVTS-COMPTE  PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< MISE EN PAGE DU RELEVE                                  *
      *      ---------------------------------------------------------*
       01     WS-MISE-EN-PAGE.
         05   WS-NB-LIGNES       PIC 9(4) COMP VALUE 0.
         05   WS-NB-LIGNES-MAX   PIC 9(4) COMP VALUE 60.
         05   WS-SAUT            PIC 9(4) COMP VALUE 0.
         05   WS-PAGE-CLIENT     PIC 9(4) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-PRET    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-DEPT    PIC 9(8) COMP VALUE 0.
         05   CP-ARTICLES-TRI    PIC 9(8) COMP VALUE 0.
         05   CP-CLIENTS         PIC 9(8) COMP VALUE 0.
         05   CP-COMPTES-REPRIS  PIC 9(8) COMP VALUE 0.
         05   CP-PRETS-REPRIS    PIC 9(8) COMP VALUE 0.
         05   CP-DEPOTS-REPRIS   PIC 9(8) COMP VALUE 0.
         05   CP-PAGES           PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-EDITES     PIC 9(8) COMP VALUE 0.
         05   CP-PLIS-EVITES     PIC 9(8) COMP VALUE 0.
         05   CP-SANS-COURS      PIC 9(8) COMP VALUE 0.
         05   CP-ECARTS          PIC 9(8) COMP VALUE 0.
         05   CP-DEBORDEMENTS    PIC 9(8) COMP VALUE 0.
         05   CP-INCONNUS        PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-REL        PIC X(80).
       01     ED-ZONE-ENT        PIC X(80).

       01     ED-REL-ENTETE1.
         05   FILLER PIC X(27)
                     VALUE 'RELEVE CONSOLIDE DU CLIENT '.
         05   ED-ENT-NUMCLI      PIC X(08).
         05   FILLER             PIC X(34).
         05   FILLER             PIC X(07) VALUE 'PAGE : '.
         05   ED-ENT-PAGE        PIC Z(4).

       01     ED-REL-PERIODE.
         05   FILLER             PIC X(10) VALUE 'PERIODE : '.
         05   ED-ENT-DEBUT       PIC 9(08).
         05   FILLER             PIC X(03) VALUE ' - '.
         05   ED-ENT-FIN         PIC 9(08).

       01     ED-REL-ADRESSE.
         05   ED-REL-ADR-NOM.
           10 FILLER                     PIC X(45).
           10 ED-ADR-NOM                 PIC X(30).
         05   ED-REL-ADR1.
           10 FILLER                     PIC X(45).
           10 ED-ADR-ADR1                PIC X(30).
         05   ED-REL-ADR2.
           10 FILLER                     PIC X(45).
           10 ED-ADR-ADR2                PIC X(30).
         05   ED-REL-ADR3.
           10 FILLER                     PIC X(45).
           10 ED-ADR-CODPOST             PIC X(05).
           10 FILLER                     PIC X(01).
           10 ED-ADR-VILLE               PIC X(25).

       01     ED-TITRE           PIC X(40).

      *    SYNTHESE DES COMPTES : SOLDES DANS LA DEVISE DU COMPTE,
      *    CONTRE-VALEUR EUR SOUS LES COMPTES EN DEVISE
       01     ED-SYN-ENTETE.
         05   FILLER             PIC X(20)
                     VALUE 'COMPTE     R DEV    '.
         05   FILLER             PIC X(21)
                     VALUE '      SOLDE OUVERTURE'.
         05   FILLER             PIC X(21)
                     VALUE '        SOLDE CLOTURE'.

       01     ED-SYN-LIGNE.
         05   ED-SYN-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-SYN-ROLE        PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-SYN-DEVISE      PIC X(03).
         05   FILLER             PIC X(06).
         05   ED-SYN-OUV         PIC +ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-SYN-CLOT        PIC +ZZZBZZZBZZZBZZ9,V99.

       01     ED-SYN-EUR.
         05   FILLER             PIC X(22)
                     VALUE '  CONTRE-VALEUR EUR   '.
         05   ED-EUR-OUV         PIC +ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-EUR-CLOT        PIC +ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(07) VALUE '  TX : '.
         05   ED-EUR-TAUX        PIC ZZ9,V999999.

       01     ED-SYN-SANS-COURS.
         05   FILLER             PIC X(22)
                     VALUE '  CONTRE-VALEUR EUR   '.
         05   FILLER             PIC X(40)
                     VALUE '** COURS ABSENT - HORS TOTAL EUR **'.

       01     ED-SYN-TOTAL.
         05   FILLER             PIC X(22)
                     VALUE 'TOTAL DES COMPTES EUR '.
         05   ED-TOT-OUV         PIC +ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-TOT-CLOT        PIC +ZZZBZZZBZZZBZZ9,V99.

      *    CREDITS : CAPITAL RESTANT DU LU DANS FICPRET
       01     ED-PRT-ENTETE.
         05   FILLER             PIC X(24)
                     VALUE 'CREDIT      COMPTE      '.
         05   FILLER             PIC X(15)
                     VALUE 'CAPITAL RESTANT'.
         05   FILLER             PIC X(16)
                     VALUE '      MENSUALITE'.
         05   FILLER             PIC X(15)
                     VALUE '  PROCHAINE  NB'.

       01     ED-PRT-LIGNE.
         05   ED-PRT-NUMPRET     PIC X(10).
         05   FILLER             PIC X(02).
         05   ED-PRT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(03).
         05   ED-PRT-RESTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-PRT-MENSUALITE  PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-PRT-PROCHAINE   PIC 9(08).
         05   FILLER             PIC X(02).
         05   ED-PRT-NB-RESTANT  PIC ZZ9.

       01     ED-PRT-TOTAL.
         05   FILLER             PIC X(25)
                     VALUE 'TOTAL RESTANT DU         '.
         05   ED-PRT-TOT-RESTANT PIC ZZZBZZZBZZ9,V99.

      *    DEPOTS A TERME : MONTANT ET ECHEANCE LUS DANS FICDEPT
       01     ED-DEP-ENTETE.
         05   FILLER             PIC X(24)
                     VALUE 'DEPOT       CPT COURANT '.
         05   FILLER             PIC X(15)
                     VALUE '        MONTANT'.
         05   FILLER             PIC X(27)
                     VALUE '     TAUX  ECHEANCE  RENOUV'.

       01     ED-DEP-LIGNE.
         05   ED-DEP-NUMCPT      PIC X(10).
         05   FILLER             PIC X(02).
         05   ED-DEP-CPT-COURANT PIC X(10).
         05   FILLER             PIC X(03).
         05   ED-DEP-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-DEP-TAUX        PIC Z9,V9999.
         05   FILLER             PIC X(02).
         05   ED-DEP-ECHEANCE    PIC 9(08).
         05   FILLER             PIC X(02).
         05   ED-DEP-RENOUV      PIC X(03).

       01     ED-DEP-TOTAL.
         05   FILLER             PIC X(25)
                     VALUE 'TOTAL DES DEPOTS A TERME '.
         05   ED-DEP-TOT-MONTANT PIC ZZZBZZZBZZ9,V99.

      *    DETAIL DES MOUVEMENTS D'UN COMPTE (FORMAT DE COBTPREE)
       01     ED-DET-ENTETE.
         05   FILLER             PIC X(17)
                     VALUE 'DETAIL DU COMPTE '.
         05   ED-DET-NUMCPT      PIC X(10).
         05   FILLER             PIC X(11) VALUE ' - DEVISE :'.
         05   ED-DET-DEVISE      PIC X(04).

       01     ED-DET-OUVERTURE.
         05   FILLER  PIC X(31) VALUE 'SOLDE OUVERTURE DE PERIODE :  '.
         05   ED-DET-SOLDE-OUV   PIC +ZZZBZZZBZZ9,V99.

       01     ED-DET-CLOTURE.
         05   FILLER  PIC X(31) VALUE 'SOLDE CLOTURE DE PERIODE   :  '.
         05   ED-DET-SOLDE-CLOT  PIC +ZZZBZZZBZZ9,V99.

       01     ED-DET-ECART.
         05   FILLER  PIC X(31) VALUE '** ECART AVEC LE SOLDE GDGCPT :'.
         05   ED-DET-SOLDE-GDG   PIC +ZZZBZZZBZZ9,V99.

       01     ED-DET-AUCUN.
         05   FILLER  PIC X(40)
                     VALUE '  AUCUN MOUVEMENT SUR LA PERIODE'.

       01     ED-LIGNE-DETAIL.
         05   ED-LDT-DATE        PIC 9(08).
         05   FILLER             PIC X(02).
         05   ED-LDT-LIBELLE     PIC X(10).
         05   ED-LDT-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(09) VALUE '  SOLDE :'.
         05   ED-LDT-SOLDE       PIC +ZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< RELEVES CONSOLIDES                                      *
      *      ---------------------------------------------------------*
       100-RELEVES-CONSOLIDES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-CHARGER-FICDEVI
           SORT FICTRI
                ON ASCENDING KEY TR-NUMCLI
                                 TR-TYPE
                                 TR-NUMERO
                INPUT PROCEDURE IS 200-SELECTIONNER
                OUTPUT PROCEDURE IS 300-EDITER-CLIENTS
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ENTREE DE TRI : COMPTES (SOLDES DES DEUX GENERATIONS),  *
      *      CREDITS ET DEPOTS A TERME, UN ARTICLE PAR DETENTEUR      *
      *      PROPRIETAIRE (T/J) AYANT CHOISI LE RELEVE CONSOLIDE      *
      *      ---------------------------------------------------------*
       200-SELECTIONNER.
           PERFORM 612-LIRE-FICCPTA
           PERFORM 610-LIRE-FICCPTS
           PERFORM 210-COMPTE
             UNTIL FS-FICCPTS = '10'
           PERFORM 613-LIRE-FICPRET
           PERFORM 220-PRET
             UNTIL FS-FICPRET NOT = '00'
           PERFORM 614-LIRE-FICDEPT
           PERFORM 230-DEPOT
             UNTIL FS-FICDEPT NOT = '00'
           .

       210-COMPTE.
           MOVE SPACES TO TR-ENREG
           PERFORM 720-RECH-SOLDE-OUVERTURE
           SET TR-COMPTE TO TRUE
           MOVE FD-FICCPTS-NUMCPT TO TR-NUMERO
           MOVE FD-FICCPTS-DEVISE TO TR-CPT-DEVISE
           IF TR-CPT-DEVISE = SPACES
              MOVE 'EUR' TO TR-CPT-DEVISE
           END-IF
           MOVE FD-FICCPTS-PRODUIT TO TR-CPT-PRODUIT
           MOVE FD-FICCPTS-SOLDE TO TR-CPT-SOLDE-CLOT
           MOVE FD-FICCPTS-NUMCPT TO WS-NUMCPT-LIEN
           PERFORM 730-DISTRIBUER-DETENTEURS
           PERFORM 610-LIRE-FICCPTS
           .

      *    UN CREDIT SOLDE N'APPARAIT PLUS SUR LE RELEVE
       220-PRET.
           IF FD-FICPRET-CAPITAL-RESTANT > 0
              MOVE SPACES TO TR-ENREG
              SET TR-PRET TO TRUE
              MOVE FD-FICPRET-NUMPRET TO TR-NUMERO
              MOVE FD-FICPRET-NUMCPT TO TR-PRT-NUMCPT
              MOVE FD-FICPRET-CAPITAL-RESTANT TO TR-PRT-RESTANT
              MOVE FD-FICPRET-MENSUALITE TO TR-PRT-MENSUALITE
              MOVE FD-FICPRET-PROCHAINE TO TR-PRT-PROCHAINE
              MOVE FD-FICPRET-NB-RESTANT TO TR-PRT-NB-RESTANT
              MOVE FD-FICPRET-NUMCPT TO WS-NUMCPT-LIEN
              PERFORM 730-DISTRIBUER-DETENTEURS
           END-IF
           PERFORM 613-LIRE-FICPRET
           .

      *    LE DEPOT A TERME SUIT LES DETENTEURS DE SON COMPTE COURANT
       230-DEPOT.
           MOVE SPACES TO TR-ENREG
           SET TR-DEPOT TO TRUE
           MOVE FD-FICDEPT-NUMCPT TO TR-NUMERO
           MOVE FD-FICDEPT-CPT-COURANT TO TR-DEP-CPT-COURANT
           MOVE FD-FICDEPT-MONTANT TO TR-DEP-MONTANT
           MOVE FD-FICDEPT-TAUX TO TR-DEP-TAUX
           MOVE FD-FICDEPT-DATE-ECHEANCE TO TR-DEP-ECHEANCE
           MOVE FD-FICDEPT-RENOUVELLEMENT TO TR-DEP-RENOUV
           MOVE FD-FICDEPT-CPT-COURANT TO WS-NUMCPT-LIEN
           PERFORM 730-DISTRIBUER-DETENTEURS
           PERFORM 614-LIRE-FICDEPT
           .

      *      ---------------------------------------------------------*
      *-----< SORTIE DE TRI : UN RELEVE PAR CLIENT                    *
      *      ---------------------------------------------------------*
       300-EDITER-CLIENTS.
           MOVE 'N' TO WS-FIN-TRI
           PERFORM 310-RETOURNER-ARTICLE
             UNTIL WS-FIN-TRI = 'O'
           PERFORM 500-EDITER-RELEVE
           .

       310-RETOURNER-ARTICLE.
           RETURN FICTRI
               AT END MOVE 'O' TO WS-FIN-TRI
           NOT AT END
               IF TR-NUMCLI NOT = WS-NUMCLI-PREC
                  PERFORM 500-EDITER-RELEVE
                  MOVE TR-NUMCLI TO WS-NUMCLI-PREC
                  MOVE 0 TO IX-CPT-CHARG
                  MOVE 0 TO IX-PRT-CHARG
                  MOVE 0 TO IX-DEP-CHARG
               END-IF
               EVALUATE TRUE
                  WHEN TR-COMPTE
                     PERFORM 741-RETENIR-COMPTE
                  WHEN TR-PRET
                     PERFORM 742-RETENIR-PRET
                  WHEN TR-DEPOT
                     PERFORM 743-RETENIR-DEPOT
               END-EVALUATE
           END-RETURN
           .

      *      ---------------------------------------------------------*
      *-----< RELEVE CONSOLIDE DU CLIENT : SYNTHESE DES COMPTES, PUIS *
      *      CREDITS ET DEPOTS A TERME, PUIS DETAIL PAR COMPTE        *
      *      ---------------------------------------------------------*
       500-EDITER-RELEVE.
           IF WS-NUMCLI-PREC NOT = LOW-VALUES
              MOVE WS-NUMCLI-PREC TO FD-FICCLI-NUMCLI
              PERFORM 615-LIRE-FICCLI
              IF FS-FICCLI NOT = '00'
                 DISPLAY '*** CLIENT ' WS-NUMCLI-PREC
                         ' DISPARU DE FICCLI - RELEVE NON EDITE ***'
                 ADD 1 TO CP-INCONNUS
                 MOVE 8 TO WS-CODE-RETOUR
              ELSE
                 MOVE 0 TO WS-PAGE-CLIENT
                 PERFORM 801-ENTETE-PAGE
                 PERFORM 802-ADRESSE-RELEVE
                 PERFORM 803-SYNTHESE-COMPTES
                 IF IX-PRT-CHARG > 0
                    PERFORM 805-CREDITS
                 END-IF
                 IF IX-DEP-CHARG > 0
                    PERFORM 807-DEPOTS
                 END-IF
                 PERFORM 510-DETAIL-COMPTE
                   VARYING IX-CPT FROM 1 BY 1
                     UNTIL IX-CPT > IX-CPT-CHARG
                 ADD 1 TO CP-CLIENTS
      *          CHAQUE COMPTE AU-DELA DU PREMIER AURAIT FAIT L'OBJET
      *          D'UN PLI MENSUEL SEPARE
                 IF IX-CPT-CHARG > 1
                    COMPUTE CP-PLIS-EVITES = CP-PLIS-EVITES
                                           + IX-CPT-CHARG - 1
                 END-IF
              END-IF
           END-IF
           .

       510-DETAIL-COMPTE.
           MOVE WS-CPT-NUMCPT (IX-CPT) TO ED-DET-NUMCPT
           MOVE WS-CPT-DEVISE (IX-CPT) TO ED-DET-DEVISE
           MOVE ED-DET-ENTETE TO ED-ZONE-REL
           MOVE 3 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE WS-CPT-SOLDE-OUV (IX-CPT) TO WS-SOLDE-COURANT
           MOVE WS-SOLDE-COURANT TO ED-DET-SOLDE-OUV
           MOVE ED-DET-OUVERTURE TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE 0 TO WS-NB-MVTS-COMPTE
           PERFORM 750-REJOUER-PERIODE
           IF WS-NB-MVTS-COMPTE = 0
              MOVE ED-DET-AUCUN TO ED-ZONE-REL
              MOVE 1 TO WS-SAUT
              PERFORM 810-ECRIRE-LIGNE
           END-IF
           MOVE WS-SOLDE-COURANT TO ED-DET-SOLDE-CLOT
           MOVE ED-DET-CLOTURE TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
      *    LES MOUVEMENTS REJOUES DOIVENT RETROUVER LE SOLDE DE LA
      *    GENERATION DE FIN DE PERIODE
           IF WS-SOLDE-COURANT NOT = WS-CPT-SOLDE-CLOT (IX-CPT)
              MOVE WS-CPT-SOLDE-CLOT (IX-CPT) TO ED-DET-SOLDE-GDG
              MOVE ED-DET-ECART TO ED-ZONE-REL
              MOVE 1 TO WS-SAUT
              PERFORM 810-ECRIRE-LIGNE
              DISPLAY '*** COMPTE ' WS-CPT-NUMCPT (IX-CPT)
                      ' : MOUVEMENTS ARCHIVES / SOLDES GDGCPT'
                      ' EN ECART ***'
              ADD 1 TO CP-ECARTS
              IF WS-CODE-RETOUR < 4
                 MOVE 4 TO WS-CODE-RETOUR
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTA
           IF FS-FICCPTA NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTA   FS-FICCPTA = '
                      FS-FICCPTA
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDEVI
           IF FS-FICDEVI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEVI   FS-FICDEVI = '
                      FS-FICDEVI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICPRET
           IF FS-FICPRET NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPRET   FS-FICPRET = '
                      FS-FICPRET
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDEPT
           IF FS-FICDEPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEPT   FS-FICDEPT = '
                      FS-FICDEPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICRELEVE
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       611-LIRE-FICLNK-SUIVANT.
           READ FICLNK NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       612-LIRE-FICCPTA.
           READ FICCPTA
           IF FS-FICCPTA = '10'
              MOVE HIGH-VALUE TO FD-FICCPTA-NUMCPT
           END-IF
           .

       613-LIRE-FICPRET.
           READ FICPRET
             AT END CONTINUE
           END-READ
           IF FS-FICPRET = '00'
              ADD 1 TO CP-LECTURE-PRET
           END-IF
           .

       614-LIRE-FICDEPT.
           READ FICDEPT
             AT END CONTINUE
           END-READ
           IF FS-FICDEPT = '00'
              ADD 1 TO CP-LECTURE-DEPT
           END-IF
           .

       615-LIRE-FICCLI.
           READ FICCLI
           .

       616-LIRE-FICDEVI.
           READ FICDEVI
           .

       617-LIRE-FICARCH-SUIVANT.
           READ FICARCH NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICCPTA
           CLOSE FICDEVI
           CLOSE FICLNK
           CLOSE FICCLI
           CLOSE FICPRET
           CLOSE FICDEPT
           CLOSE FICARCH
           CLOSE FICRELEVE
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CHARGER-FICDEVI.
           PERFORM 616-LIRE-FICDEVI
           PERFORM 701-RETENIR-DEVISE
             VARYING IX-DEVI FROM 1 BY 1
               UNTIL FS-FICDEVI = '10'
                  OR IX-DEVI > IX-DEVI-MAX
           COMPUTE IX-DEVI-CHARG = IX-DEVI - 1
           .

       701-RETENIR-DEVISE.
           MOVE FD-FICDEVI-DEVISE TO WS-DEVI-CODE (IX-DEVI)
           MOVE FD-FICDEVI-TAUX   TO WS-DEVI-TAUX (IX-DEVI)
           PERFORM 616-LIRE-FICDEVI
           .

      *    TAUX DE LA DEVISE RECHERCHEE : 1 POUR L'EURO, 0 SI LA
      *    DEVISE EST ABSENTE DU BAREME
       710-RECH-TAUX.
           IF WS-DEVISE-RECH = 'EUR'
              MOVE 1 TO WS-TAUX-COMPTE
           ELSE
              MOVE 0 TO WS-TAUX-COMPTE
              PERFORM 711-COMPARER-DEVISE
                VARYING IX-DEVI FROM 1 BY 1
                  UNTIL IX-DEVI > IX-DEVI-CHARG
           END-IF
           .

       711-COMPARER-DEVISE.
           IF WS-DEVI-CODE (IX-DEVI) = WS-DEVISE-RECH
              MOVE WS-DEVI-TAUX (IX-DEVI) TO WS-TAUX-COMPTE
           END-IF
           .

      *    UN COMPTE ABSENT DE LA GENERATION DU DEBUT DE PERIODE A ETE
      *    OUVERT DANS LA PERIODE : SOLDE D'OUVERTURE NUL
       720-RECH-SOLDE-OUVERTURE.
           PERFORM 612-LIRE-FICCPTA
             UNTIL FD-FICCPTA-NUMCPT NOT < FD-FICCPTS-NUMCPT
           IF FD-FICCPTA-NUMCPT = FD-FICCPTS-NUMCPT
              MOVE FD-FICCPTA-SOLDE TO TR-CPT-SOLDE-OUV
           ELSE
              MOVE 0 TO TR-CPT-SOLDE-OUV
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< L'ARTICLE PREPARE EST LIVRE AU TRI POUR CHAQUE          *
      *      DETENTEUR PROPRIETAIRE (T/J) DU COMPTE WS-NUMCPT-LIEN    *
      *      QUI A CHOISI LE RELEVE CONSOLIDE ; LES PROCURATIONS NE   *
      *      RECOIVENT PAS LE COMPTE DANS LEUR RELEVE                 *
      *      ---------------------------------------------------------*
       730-DISTRIBUER-DETENTEURS.
           MOVE WS-NUMCPT-LIEN TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = '00'
              PERFORM 611-LIRE-FICLNK-SUIVANT
              PERFORM 731-DETENTEUR
                UNTIL FS-FICLNK NOT = '00'
                   OR FD-FICLNK-NUMCPT NOT = WS-NUMCPT-LIEN
           END-IF
           .

       731-DETENTEUR.
           IF FD-FICLNK-ROLE-TITULAIRE
              OR FD-FICLNK-ROLE-COTITULAIRE
              PERFORM 732-CONTROLER-CLIENT
              IF WS-CLIENT-RETENU
                 MOVE FD-FICLNK-NUMCLI TO TR-NUMCLI
                 IF TR-COMPTE
                    MOVE FD-FICLNK-ROLE TO TR-CPT-ROLE
                 END-IF
                 RELEASE TR-ENREG
                 ADD 1 TO CP-ARTICLES-TRI
              END-IF
           END-IF
           PERFORM 611-LIRE-FICLNK-SUIVANT
           .

      *    RELEVE CONSOLIDE DEMANDE, SAUF DIFFUSION ELECTRONIQUE (PAS
      *    DE PAPIER) OU NPAI (PAS DE COURRIER VERS UNE ADRESSE MORTE)
       732-CONTROLER-CLIENT.
           IF FD-FICLNK-NUMCLI NOT = WS-NUMCLI-LU
              MOVE FD-FICLNK-NUMCLI TO WS-NUMCLI-LU
              MOVE FD-FICLNK-NUMCLI TO FD-FICCLI-NUMCLI
              PERFORM 615-LIRE-FICCLI
              IF FS-FICCLI = '00'
                 AND FD-FICCLI-CONSOLIDE
                 AND NOT FD-FICCLI-PREF-ELECTRONIQUE
                 AND NOT FD-FICCLI-NPAI-SIGNALE
                 SET WS-CLIENT-RETENU TO TRUE
              ELSE
                 SET WS-CLIENT-ECARTE TO TRUE
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CONSTITUTION DU RELEVE DU CLIENT EN SORTIE DE TRI ; UN  *
      *      DEBORDEMENT DE TABLE EST SIGNALE ET LE POSTE OMIS        *
      *      ---------------------------------------------------------*
       741-RETENIR-COMPTE.
           IF IX-CPT-CHARG = IX-CPT-MAX
              DISPLAY '*** CLIENT ' TR-NUMCLI ' : PLUS DE '
                      IX-CPT-MAX ' COMPTES - ' TR-NUMERO ' OMIS ***'
              ADD 1 TO CP-DEBORDEMENTS
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              ADD 1 TO IX-CPT-CHARG
              MOVE TR-NUMERO TO WS-CPT-NUMCPT (IX-CPT-CHARG)
              MOVE TR-CPT-ROLE TO WS-CPT-ROLE (IX-CPT-CHARG)
              MOVE TR-CPT-DEVISE TO WS-CPT-DEVISE (IX-CPT-CHARG)
              MOVE TR-CPT-SOLDE-OUV TO WS-CPT-SOLDE-OUV (IX-CPT-CHARG)
              MOVE TR-CPT-SOLDE-CLOT
                   TO WS-CPT-SOLDE-CLOT (IX-CPT-CHARG)
              MOVE TR-CPT-DEVISE TO WS-DEVISE-RECH
              PERFORM 710-RECH-TAUX
              MOVE WS-TAUX-COMPTE TO WS-CPT-TAUX (IX-CPT-CHARG)
              COMPUTE WS-CPT-OUV-EUR (IX-CPT-CHARG) ROUNDED =
                      TR-CPT-SOLDE-OUV * WS-TAUX-COMPTE
              COMPUTE WS-CPT-CLOT-EUR (IX-CPT-CHARG) ROUNDED =
                      TR-CPT-SOLDE-CLOT * WS-TAUX-COMPTE
              ADD 1 TO CP-COMPTES-REPRIS
           END-IF
           .

       742-RETENIR-PRET.
           IF IX-PRT-CHARG = IX-PRT-MAX
              DISPLAY '*** CLIENT ' TR-NUMCLI ' : PLUS DE '
                      IX-PRT-MAX ' CREDITS - ' TR-NUMERO ' OMIS ***'
              ADD 1 TO CP-DEBORDEMENTS
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              ADD 1 TO IX-PRT-CHARG
              MOVE TR-NUMERO TO WS-PRT-NUMPRET (IX-PRT-CHARG)
              MOVE TR-PRT-NUMCPT TO WS-PRT-NUMCPT (IX-PRT-CHARG)
              MOVE TR-PRT-RESTANT TO WS-PRT-RESTANT (IX-PRT-CHARG)
              MOVE TR-PRT-MENSUALITE
                   TO WS-PRT-MENSUALITE (IX-PRT-CHARG)
              MOVE TR-PRT-PROCHAINE TO WS-PRT-PROCHAINE (IX-PRT-CHARG)
              MOVE TR-PRT-NB-RESTANT
                   TO WS-PRT-NB-RESTANT (IX-PRT-CHARG)
              ADD 1 TO CP-PRETS-REPRIS
           END-IF
           .

       743-RETENIR-DEPOT.
           IF IX-DEP-CHARG = IX-DEP-MAX
              DISPLAY '*** CLIENT ' TR-NUMCLI ' : PLUS DE '
                      IX-DEP-MAX ' DEPOTS - ' TR-NUMERO ' OMIS ***'
              ADD 1 TO CP-DEBORDEMENTS
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              ADD 1 TO IX-DEP-CHARG
              MOVE TR-NUMERO TO WS-DEP-NUMCPT (IX-DEP-CHARG)
              MOVE TR-DEP-CPT-COURANT
                   TO WS-DEP-CPT-COURANT (IX-DEP-CHARG)
              MOVE TR-DEP-MONTANT TO WS-DEP-MONTANT (IX-DEP-CHARG)
              MOVE TR-DEP-TAUX TO WS-DEP-TAUX (IX-DEP-CHARG)
              MOVE TR-DEP-ECHEANCE TO WS-DEP-ECHEANCE (IX-DEP-CHARG)
              MOVE TR-DEP-RENOUV TO WS-DEP-RENOUV (IX-DEP-CHARG)
              ADD 1 TO CP-DEPOTS-REPRIS
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REJEU DES MOUVEMENTS DE LA PERIODE DEPUIS L'ARCHIVE     *
      *      (MEMES REGLES DE SIGNE QUE LA REEDITION COBTPREE)        *
      *      ---------------------------------------------------------*
       750-REJOUER-PERIODE.
           MOVE WS-CPT-NUMCPT (IX-CPT) TO FD-FICARCH-NUMCPT
           MOVE WS-SYSIN-DEBUT TO FD-FICARCH-DATE
           MOVE 0 TO FD-FICARCH-SEQ
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
                 INVALID KEY MOVE '10' TO FS-FICARCH
           END-START
           IF FS-FICARCH = '00'
              PERFORM 617-LIRE-FICARCH-SUIVANT
              PERFORM 751-REJOUER-MOUVEMENT
                UNTIL FS-FICARCH NOT = '00'
                   OR FD-FICARCH-NUMCPT NOT = WS-CPT-NUMCPT (IX-CPT)
                   OR FD-FICARCH-DATE > WS-SYSIN-FIN
           END-IF
           .

       751-REJOUER-MOUVEMENT.
           PERFORM 752-APPLIQUER-MOUVEMENT
           PERFORM 812-LIGNE-DETAIL
           ADD 1 TO WS-NB-MVTS-COMPTE
           ADD 1 TO CP-MVTS-EDITES
           PERFORM 617-LIRE-FICARCH-SUIVANT
           .

       752-APPLIQUER-MOUVEMENT.
           EVALUATE FD-FICARCH-MVT-CODE
              WHEN 'D'
              WHEN 'I'
                 ADD FD-FICARCH-MVT-MONTANT TO WS-SOLDE-COURANT
              WHEN 'R'
              WHEN 'C'
              WHEN 'F'
              WHEN 'P'
              WHEN 'Q'
              WHEN 'S'
                 SUBTRACT FD-FICARCH-MVT-MONTANT
                    FROM WS-SOLDE-COURANT
              WHEN 'V'
              WHEN 'X'
                 IF FD-FICARCH-MVT-SENS = 'R'
                    ADD FD-FICARCH-MVT-MONTANT TO WS-SOLDE-COURANT
                 ELSE
                    SUBTRACT FD-FICARCH-MVT-MONTANT
                       FROM WS-SOLDE-COURANT
                 END-IF
              WHEN 'E'
                 EVALUATE FD-FICARCH-MVT-ORIGINE
                    WHEN 'D'
                    WHEN 'I'
                       SUBTRACT FD-FICARCH-MVT-MONTANT
                          FROM WS-SOLDE-COURANT
                    WHEN OTHER
                       ADD FD-FICARCH-MVT-MONTANT
                          TO WS-SOLDE-COURANT
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DEBUT NOT NUMERIC
              OR WS-SYSIN-FIN NOT NUMERIC
              OR WS-SYSIN-DEBUT > WS-SYSIN-FIN
              DISPLAY '*** PERIODE DU RELEVE INVALIDE EN SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE DE CREDITS LUS        : ' CP-LECTURE-PRET
           DISPLAY 'NOMBRE DE DEPOTS A TERME LUS : ' CP-LECTURE-DEPT
           DISPLAY 'ARTICLES LIVRES AU TRI       : ' CP-ARTICLES-TRI
           DISPLAY 'RELEVES CONSOLIDES (PLIS)    : ' CP-CLIENTS
           DISPLAY 'COMPTES REPRIS               : ' CP-COMPTES-REPRIS
           DISPLAY 'CREDITS REPRIS               : ' CP-PRETS-REPRIS
           DISPLAY 'DEPOTS A TERME REPRIS        : ' CP-DEPOTS-REPRIS
           DISPLAY 'MOUVEMENTS EDITES            : ' CP-MVTS-EDITES
           DISPLAY 'PAGES EDITEES                : ' CP-PAGES
           DISPLAY 'PLIS EVITES (AFFRANCHISSEMENT): ' CP-PLIS-EVITES
           DISPLAY 'DEVISES SANS COURS           : ' CP-SANS-COURS
           DISPLAY 'COMPTES EN ECART DE SOLDE    : ' CP-ECARTS
           DISPLAY 'POSTES OMIS (TABLE PLEINE)   : ' CP-DEBORDEMENTS
           DISPLAY 'CLIENTS ABSENTS DE FICCLI    : ' CP-INCONNUS
           .

      *    ENTETE DE PAGE : LA NUMEROTATION REPART A 1 PAR CLIENT
       801-ENTETE-PAGE.
           ADD 1 TO WS-PAGE-CLIENT
           ADD 1 TO CP-PAGES
           MOVE WS-NUMCLI-PREC TO ED-ENT-NUMCLI
           MOVE WS-PAGE-CLIENT TO ED-ENT-PAGE
           MOVE ED-REL-ENTETE1 TO ED-ZONE-ENT
           WRITE FD-FICRELEVE FROM ED-ZONE-ENT AFTER PAGE
           MOVE WS-SYSIN-DEBUT TO ED-ENT-DEBUT
           MOVE WS-SYSIN-FIN TO ED-ENT-FIN
           MOVE ED-REL-PERIODE TO ED-ZONE-ENT
           WRITE FD-FICRELEVE FROM ED-ZONE-ENT AFTER 2 LINES
           MOVE 3 TO WS-NB-LIGNES
           .

      *    BLOC ADRESSE DU CLIENT (FENETRE ENVELOPPE), PREMIERE PAGE
       802-ADRESSE-RELEVE.
           MOVE SPACES TO ED-REL-ADRESSE
           MOVE FD-FICCLI-NOM     TO ED-ADR-NOM
           MOVE FD-FICCLI-ADR1    TO ED-ADR-ADR1
           MOVE FD-FICCLI-ADR2    TO ED-ADR-ADR2
           MOVE FD-FICCLI-CODPOST TO ED-ADR-CODPOST
           MOVE FD-FICCLI-VILLE   TO ED-ADR-VILLE
           MOVE ED-REL-ADR-NOM TO ED-ZONE-REL
           MOVE 3 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-REL-ADR1 TO ED-ZONE-REL
           MOVE 1 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-REL-ADR2 TO ED-ZONE-REL
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-REL-ADR3 TO ED-ZONE-REL
           PERFORM 810-ECRIRE-LIGNE
           .

      *      ---------------------------------------------------------*
      *-----< SYNTHESE : SOLDES D'OUVERTURE ET DE CLOTURE DE CHAQUE   *
      *      COMPTE, CONTRE-VALEUR EUR DES COMPTES EN DEVISE ET       *
      *      TOTAL EUR ; UNE DEVISE SANS COURS RESTE HORS TOTAL       *
      *      ---------------------------------------------------------*
       803-SYNTHESE-COMPTES.
           MOVE 'SYNTHESE DE VOS COMPTES' TO ED-TITRE
           MOVE ED-TITRE TO ED-ZONE-REL
           MOVE 3 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-SYN-ENTETE TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE 0 TO WS-TOT-OUV-EUR
           MOVE 0 TO WS-TOT-CLOT-EUR
           PERFORM 804-LIGNE-SYNTHESE
             VARYING IX-CPT FROM 1 BY 1
               UNTIL IX-CPT > IX-CPT-CHARG
           MOVE WS-TOT-OUV-EUR TO ED-TOT-OUV
           MOVE WS-TOT-CLOT-EUR TO ED-TOT-CLOT
           MOVE ED-SYN-TOTAL TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           .

       804-LIGNE-SYNTHESE.
           MOVE SPACES TO ED-SYN-LIGNE
           MOVE WS-CPT-NUMCPT (IX-CPT) TO ED-SYN-NUMCPT
           MOVE WS-CPT-ROLE (IX-CPT) TO ED-SYN-ROLE
           MOVE WS-CPT-DEVISE (IX-CPT) TO ED-SYN-DEVISE
           MOVE WS-CPT-SOLDE-OUV (IX-CPT) TO ED-SYN-OUV
           MOVE WS-CPT-SOLDE-CLOT (IX-CPT) TO ED-SYN-CLOT
           MOVE ED-SYN-LIGNE TO ED-ZONE-REL
           MOVE 1 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           EVALUATE TRUE
              WHEN WS-CPT-TAUX (IX-CPT) = 0
                 DISPLAY '*** DEVISE ' WS-CPT-DEVISE (IX-CPT)
                         ' SANS COURS - COMPTE '
                         WS-CPT-NUMCPT (IX-CPT) ' HORS TOTAL EUR ***'
                 ADD 1 TO CP-SANS-COURS
                 MOVE 8 TO WS-CODE-RETOUR
                 MOVE ED-SYN-SANS-COURS TO ED-ZONE-REL
                 PERFORM 810-ECRIRE-LIGNE
              WHEN WS-CPT-DEVISE (IX-CPT) NOT = 'EUR'
                 MOVE WS-CPT-OUV-EUR (IX-CPT) TO ED-EUR-OUV
                 MOVE WS-CPT-CLOT-EUR (IX-CPT) TO ED-EUR-CLOT
                 MOVE WS-CPT-TAUX (IX-CPT) TO ED-EUR-TAUX
                 MOVE ED-SYN-EUR TO ED-ZONE-REL
                 PERFORM 810-ECRIRE-LIGNE
                 ADD WS-CPT-OUV-EUR (IX-CPT) TO WS-TOT-OUV-EUR
                 ADD WS-CPT-CLOT-EUR (IX-CPT) TO WS-TOT-CLOT-EUR
              WHEN OTHER
                 ADD WS-CPT-OUV-EUR (IX-CPT) TO WS-TOT-OUV-EUR
                 ADD WS-CPT-CLOT-EUR (IX-CPT) TO WS-TOT-CLOT-EUR
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< CREDITS EN COURS : CAPITAL RESTANT DU (FICPRET)         *
      *      ---------------------------------------------------------*
       805-CREDITS.
           MOVE 'VOS CREDITS EN COURS' TO ED-TITRE
           MOVE ED-TITRE TO ED-ZONE-REL
           MOVE 3 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-PRT-ENTETE TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE 0 TO WS-TOT-RESTANT
           PERFORM 806-LIGNE-CREDIT
             VARYING IX-PRT FROM 1 BY 1
               UNTIL IX-PRT > IX-PRT-CHARG
           MOVE WS-TOT-RESTANT TO ED-PRT-TOT-RESTANT
           MOVE ED-PRT-TOTAL TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           .

       806-LIGNE-CREDIT.
           MOVE SPACES TO ED-PRT-LIGNE
           MOVE WS-PRT-NUMPRET (IX-PRT) TO ED-PRT-NUMPRET
           MOVE WS-PRT-NUMCPT (IX-PRT) TO ED-PRT-NUMCPT
           MOVE WS-PRT-RESTANT (IX-PRT) TO ED-PRT-RESTANT
           MOVE WS-PRT-MENSUALITE (IX-PRT) TO ED-PRT-MENSUALITE
           MOVE WS-PRT-PROCHAINE (IX-PRT) TO ED-PRT-PROCHAINE
           MOVE WS-PRT-NB-RESTANT (IX-PRT) TO ED-PRT-NB-RESTANT
           MOVE ED-PRT-LIGNE TO ED-ZONE-REL
           MOVE 1 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           ADD WS-PRT-RESTANT (IX-PRT) TO WS-TOT-RESTANT
           .

      *      ---------------------------------------------------------*
      *-----< DEPOTS A TERME : MONTANT ET ECHEANCE (FICDEPT)          *
      *      ---------------------------------------------------------*
       807-DEPOTS.
           MOVE 'VOS DEPOTS A TERME' TO ED-TITRE
           MOVE ED-TITRE TO ED-ZONE-REL
           MOVE 3 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE ED-DEP-ENTETE TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           MOVE 0 TO WS-TOT-DEPOTS
           PERFORM 808-LIGNE-DEPOT
             VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > IX-DEP-CHARG
           MOVE WS-TOT-DEPOTS TO ED-DEP-TOT-MONTANT
           MOVE ED-DEP-TOTAL TO ED-ZONE-REL
           MOVE 2 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           .

       808-LIGNE-DEPOT.
           MOVE SPACES TO ED-DEP-LIGNE
           MOVE WS-DEP-NUMCPT (IX-DEP) TO ED-DEP-NUMCPT
           MOVE WS-DEP-CPT-COURANT (IX-DEP) TO ED-DEP-CPT-COURANT
           MOVE WS-DEP-MONTANT (IX-DEP) TO ED-DEP-MONTANT
           MOVE WS-DEP-TAUX (IX-DEP) TO ED-DEP-TAUX
           MOVE WS-DEP-ECHEANCE (IX-DEP) TO ED-DEP-ECHEANCE
           IF WS-DEP-RENOUV (IX-DEP) = 'O'
              MOVE 'OUI' TO ED-DEP-RENOUV
           ELSE
              MOVE 'NON' TO ED-DEP-RENOUV
           END-IF
           MOVE ED-DEP-LIGNE TO ED-ZONE-REL
           MOVE 1 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           ADD WS-DEP-MONTANT (IX-DEP) TO WS-TOT-DEPOTS
           .

      *    ECRITURE D'UNE LIGNE DU RELEVE APRES WS-SAUT LIGNES, AVEC
      *    SAUT DE PAGE QUAND LA PAGE EST PLEINE
       810-ECRIRE-LIGNE.
           IF WS-NB-LIGNES + WS-SAUT > WS-NB-LIGNES-MAX
              PERFORM 801-ENTETE-PAGE
              MOVE 2 TO WS-SAUT
           END-IF
           WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER WS-SAUT LINES
           ADD WS-SAUT TO WS-NB-LIGNES
           .

       812-LIGNE-DETAIL.
           MOVE FD-FICARCH-DATE TO ED-LDT-DATE
           EVALUATE FD-FICARCH-MVT-CODE
              WHEN 'D' MOVE 'DEPOT' TO ED-LDT-LIBELLE
              WHEN 'R' MOVE 'RETRAIT' TO ED-LDT-LIBELLE
              WHEN 'C' MOVE 'CARTE BL.' TO ED-LDT-LIBELLE
              WHEN 'I' MOVE 'INTERETS' TO ED-LDT-LIBELLE
              WHEN 'F' MOVE 'FRAIS' TO ED-LDT-LIBELLE
              WHEN 'P' MOVE 'PRELEVMT' TO ED-LDT-LIBELLE
              WHEN 'Q' MOVE 'CHEQUE' TO ED-LDT-LIBELLE
              WHEN 'S' MOVE 'RET.SOURCE' TO ED-LDT-LIBELLE
              WHEN 'V' MOVE 'VIREMENT' TO ED-LDT-LIBELLE
              WHEN 'X' MOVE 'VIR.EXT.' TO ED-LDT-LIBELLE
              WHEN 'E' MOVE 'EXTOURNE' TO ED-LDT-LIBELLE
              WHEN OTHER MOVE 'INCONNU' TO ED-LDT-LIBELLE
           END-EVALUATE
           MOVE FD-FICARCH-MVT-MONTANT TO ED-LDT-MONTANT
           MOVE WS-SOLDE-COURANT TO ED-LDT-SOLDE
           MOVE ED-LIGNE-DETAIL TO ED-ZONE-REL
           MOVE 1 TO WS-SAUT
           PERFORM 810-ECRIRE-LIGNE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRCO ***'
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

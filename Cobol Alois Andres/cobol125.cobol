       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPMT9.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPMT9                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * RELEVES ELECTRONIQUES QUOTIDIENS AU FORMAT INTERBANCAIRE      *
      * MT940 POUR LES COMPTES DES CLIENTS PROFESSIONNELS ABONNES     *
      * (FICABMT, UN ENREGISTREMENT PAR COMPTE ET PAR CLIENT) :       *
      *   - UN RELEVE PAR COMPTE : SOLDE D'OUVERTURE (GENERATION      *
      *     GDGCPT DE LA VEILLE) ET DE CLOTURE (GENERATION DU SOIR)   *
      *   - UNE LIGNE :61: + :86: PAR MOUVEMENT COMPTABILISE DU       *
      *     CYCLE : DATE DE VALEUR, CODE, REFERENCE, CONTREPARTIE ;   *
      *     LES MOUVEMENTS REJETES PAR LA FUSION (FICREJ) SONT        *
      *     ECARTES                                                   *
      *   - COMPTE NON PROFESSIONNEL (FICCPT), SOLDE ABSENT OU        *
      *     ECART ENTRE SOLDE REJOUE ET SOLDE DU SOIR : ANOMALIE      *
      *     SUR FICETAT, CODE RETOUR 4                                *
      *   - FICMT9 (COPYBOOK CMT940) : LIGNES PREFIXEES PAR LE        *
      *     CLIENT, ENCADREES PAR 'ENT' ET 'FIN' (TOTAUX DE           *
      *     CONTROLE) ; ECLATEMENT PAR CLIENT DANS LE JCL             *
      * SYSIN : DATE DU CYCLE SSAAMMJJ                                *
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
           SELECT FICABMT ASSIGN TO FICABMT FILE STATUS IS FS-FICABMT.
           SELECT FICCPTA ASSIGN TO FICCPTA FILE STATUS IS FS-FICCPTA.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICREJ  ASSIGN TO FICREJ  FILE STATUS IS FS-FICREJ.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICMT9  ASSIGN TO FICMT9.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    ABONNEMENTS AUX RELEVES ELECTRONIQUES MT940, TRIES PAR
      *    NUMCPT PUIS NUMCLI : UN ENREGISTREMENT PAR COMPTE ET PAR
      *    CLIENT DESTINATAIRE DU RELEVE
       FD FICABMT
           RECORDING MODE IS F.
       01     FD-FICABMT.
         05   FD-FICABMT-NUMCPT PIC X(10).
         05   FD-FICABMT-NUMCLI PIC X(08).
         05   FD-FICABMT-STATUT PIC X(01).
           88 FD-FICABMT-ACTIF       VALUE 'A'.
           88 FD-FICABMT-RESILIE     VALUE 'R'.
         05   FD-FICABMT-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(53).

      *    GENERATION GDGCPT DE LA VEILLE (SOLDES D'OUVERTURE)
       FD FICCPTA
           RECORDING MODE IS F.
       01     FD-FICCPTA.
         05   FD-FICCPTA-NUMCPT PIC X(10).
         05   FD-FICCPTA-DATE-OUV PIC 9(08).
         05   FD-FICCPTA-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

      *    GENERATION GDGCPT DE LA NUIT (SOLDES DE CLOTURE)
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

      *    MOUVEMENTS DU CYCLE PRESENTES A LA FUSION
       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-CODE   PIC X(01).
         05   FD-FICMVTS-MONTANT PIC 9(08)V99.
         05   FD-FICMVTS-DEVISE PIC X(03).
         05   FD-FICMVTS-AGENCE PIC X(03).
         05   FD-FICMVTS-GUICHETIER PIC X(04).
         05   FD-FICMVTS-CANAL  PIC X(01).
         05   FD-FICMVTS-REFERENCE PIC X(10).
         05   FD-FICMVTS-CONTREPARTIE PIC X(10).
         05   FD-FICMVTS-PRODUIT PIC X(01).
         05   FD-FICMVTS-SENS   PIC X(01).
           88 FD-FICMVTS-SENS-EMIS  VALUE 'E'.
           88 FD-FICMVTS-SENS-RECU  VALUE 'R'.
         05   FD-FICMVTS-CODE-ORIGINE PIC X(01).
         05   FD-FICMVTS-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

      *    REJETS DE LA FUSION DU CYCLE : LES MOTIFS N, C, I ET D
      *    ECARTENT TOUS LES MOUVEMENTS DU COMPTE, LES MOTIFS V, T, B
      *    ET L UN SEUL MOUVEMENT (MONTANT SIGNE)
       FD FICREJ
           RECORDING MODE IS F.
       01     FD-FICREJ.
         05   FD-FICREJ-NUMCPT  PIC X(10).
         05   FD-FICREJ-DATE    PIC 9(08).
         05   FD-FICREJ-MONTANT PIC S9(08)V99 COMP-3.
         05   FD-FICREJ-MOTIF   PIC X(01).
           88 FD-FICREJ-MOTIF-COMPTE   VALUE 'N' 'C' 'I' 'D'.
         05   FD-FICREJ-DEVISE  PIC X(03).
         05   FILLER            PIC X(23).

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
         05 FILLER                    PIC X(17).
         05 FD-FICCPT-CLIENTELE       PIC X(01).
           88 FD-FICCPT-PROFESSIONNEL     VALUE 'P'.
         05 FILLER                    PIC X(01).

      *    LE FORMAT REMIS AUX CLIENTS EST DEFINI UNE SEULE FOIS DANS
      *    LE COPYBOOK CMT940
       FD FICMT9
           RECORDING MODE IS F.
       COPY CMT940.

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
         05   FS-FICABMT         PIC X(2).
         05   FS-FICCPTA         PIC X(2).
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICREJ          PIC X(2).
         05   FS-FICCPT          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DU CYCLE                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-DATE-X REDEFINES WS-SYSIN-DATE.
           10 WS-SYSIN-SSAA      PIC 9(04).
           10 WS-SYSIN-MM        PIC 9(02).
           10 WS-SYSIN-JJ        PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< ABONNES DU COMPTE EN COURS, REJETS DU COMPTE ET CLIENTS *
      *      DESTINATAIRES DEJA SERVIS DANS LE CYCLE (TOTAUX DE       *
      *      CONTROLE DE LEUR FICHIER)                                *
      *      ---------------------------------------------------------*
       01     WS-INDICES.
         05   IX-ABO             PIC 9(4) COMP VALUE 0.
         05   IX-ABO-MAX         PIC 9(4) COMP VALUE 20.
         05   IX-ABO-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-REJ             PIC 9(4) COMP VALUE 0.
         05   IX-REJ-MAX         PIC 9(4) COMP VALUE 100.
         05   IX-REJ-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-CLI             PIC 9(4) COMP VALUE 0.
         05   IX-CLI-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-CLI-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-MOIS            PIC 9(4) COMP VALUE 0.
       01     WS-TAB-ABO.
         05   WS-ABO-POSTE OCCURS 20 TIMES.
           10 WS-ABO-NUMCLI      PIC X(08).
           10 WS-ABO-IX-CLI      PIC 9(4) COMP.
       01     WS-TAB-REJ.
         05   WS-REJ-POSTE OCCURS 100 TIMES.
           10 WS-REJ-DATE        PIC 9(08).
           10 WS-REJ-MONTANT     PIC 9(08)V99.
           10 WS-REJ-UTILISE     PIC X(01).
       01     WS-TAB-CLI.
         05   WS-CLI-POSTE OCCURS 500 TIMES.
           10 WS-CLI-NUMCLI      PIC X(08).
           10 WS-CLI-NB-RELEVES  PIC 9(05) COMP-3.
           10 WS-CLI-NB-MVTS     PIC 9(07) COMP-3.
           10 WS-CLI-TOT-DEBITS  PIC 9(13)V99 COMP-3.
           10 WS-CLI-TOT-CREDITS PIC 9(13)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< COMPTE EN COURS                                         *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-DEVISE-COMPTE   PIC X(03).
       01     WS-IBAN-COMPTE     PIC X(27).
       01     WS-BIC-BANQUE      PIC X(11) VALUE SPACES.
       01     WS-SOLDE-OUV       PIC S9(09)V99 COMP-3.
       01     WS-SOLDE-CLOT      PIC S9(09)V99 COMP-3.
       01     WS-SOLDE-COURANT   PIC S9(10)V99 COMP-3.
       01     WS-SWITCH-COMPTE   PIC X(01).
         88   WS-COMPTE-A-EMETTRE    VALUE 'O'.
         88   WS-COMPTE-ECARTE       VALUE 'N'.
       01     WS-SWITCH-REJET    PIC X(01).
         88   WS-COMPTE-REJETE       VALUE 'O'.
       01     WS-SWITCH-MVT      PIC X(01).
         88   WS-MVT-COMPTABILISE    VALUE 'O'.
         88   WS-MVT-ECARTE          VALUE 'N'.
       01     WS-NB-MVTS-RELEVE  PIC 9(05) COMP VALUE 0.
       01     WS-TOT-DEBITS-RELEVE  PIC 9(13)V99 COMP-3.
       01     WS-TOT-CREDITS-RELEVE PIC 9(13)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< CONSTRUCTION DES LIGNES MT940                           *
      *      ---------------------------------------------------------*
       01     WS-LIGNE-MT        PIC X(72).
       01     WS-PTR             PIC 9(4) COMP.
       01     WS-MARQUE-DC       PIC X(02).
       01     WS-CODE-OPERATION  PIC X(03).
       01     WS-LIBELLE         PIC X(10).
       01     WS-DATE-VALEUR     PIC 9(08).
       01     WS-DATE-SOLDE      PIC 9(08).
      *    MONTANT AU FORMAT MT940 : PARTIE ENTIERE SANS ZEROS DE
      *    TETE, VIRGULE DECIMALE (EX. 1250,00)
       01     WS-MONTANT-ABS     PIC 9(13)V99.
       01     ED-MONTANT-MT      PIC Z(12)9,V99.
       01     WS-NB-BLANCS       PIC 9(4) COMP.
       01     WS-LG-MONTANT      PIC 9(4) COMP.
       01     WS-MONTANT-TEXTE   PIC X(16).
      *    REFERENCES DU RELEVE ET DU MOUVEMENT
       01     WS-REF-RELEVE.
         05   FILLER             PIC X(02) VALUE 'MT'.
         05   WS-REF-DATE        PIC 9(06).
         05   WS-REF-SEQ         PIC 9(07).
       01     WS-NUM-RELEVE      PIC 9(05).
       01     WS-REF-BANQUE.
         05   WS-REFB-DATE       PIC 9(06).
         05   WS-REFB-SEQ        PIC 9(05).
       01     WS-REF-CLIENT      PIC X(10).

      *      ---------------------------------------------------------*
      *-----< NUMERO DU RELEVE (:28C:) = QUANTIEME DU CYCLE DANS      *
      *      L'ANNEE                                                  *
      *      ---------------------------------------------------------*
       01     WS-CUMUL-MOIS-V.
         05   FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01     WS-CUMUL-MOIS-T REDEFINES WS-CUMUL-MOIS-V.
         05   WS-CUMUL-MOIS      PIC 9(03) OCCURS 12 TIMES.
       01     WS-QUANTIEME       PIC 9(03).
       01     WS-RESTE-BISSEXT   PIC 9(02).
       01     WS-QUOTIENT        PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< ZONE DU SOUS-PROGRAMME RIB / IBAN (SRIBCPT)             *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-ABMT    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CPTA    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CPTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MVTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-REJ     PIC 9(6) COMP VALUE 0.
         05   CP-RELEVES         PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-REJETES    PIC 9(6) COMP VALUE 0.
         05   CP-NON-PRO         PIC 9(6) COMP VALUE 0.
         05   CP-ECARTS          PIC 9(6) COMP VALUE 0.
         05   CP-CLIENTS         PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MT9    PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'RELEVES ELECTRONIQUES MT940 - ANOMALIES    '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     CLIENT   ANOMALIE            '.

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ANO-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ANO-LIBELLE     PIC X(45).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< RELEVES MT940                                           *
      *      ---------------------------------------------------------*
       100-RELEVES-MT940.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICABMT
           PERFORM 611-LIRE-FICCPTA
           PERFORM 612-LIRE-FICCPTS
           PERFORM 613-LIRE-FICMVTS
           PERFORM 614-LIRE-FICREJ

           PERFORM 200-COMPTE
             UNTIL FD-FICABMT-NUMCPT = HIGH-VALUE

           PERFORM 300-FIN-FICHIER-CLIENT
             VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > IX-CLI-CHARG

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE ABONNE : LES AUTRES FICHIERS TRIES SONT AMENES   *
      *      AU MEME NUMCPT                                           *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICABMT-NUMCPT TO WS-NUMCPT-COURANT
           PERFORM 210-CHARGER-ABONNEMENTS

           PERFORM 611-LIRE-FICCPTA
             UNTIL FD-FICCPTA-NUMCPT NOT < WS-NUMCPT-COURANT
           PERFORM 612-LIRE-FICCPTS
             UNTIL FD-FICCPTS-NUMCPT NOT < WS-NUMCPT-COURANT
           PERFORM 613-LIRE-FICMVTS
             UNTIL FD-FICMVTS-NUMCPT NOT < WS-NUMCPT-COURANT
           PERFORM 614-LIRE-FICREJ
             UNTIL FD-FICREJ-NUMCPT NOT < WS-NUMCPT-COURANT
           PERFORM 220-CHARGER-REJETS

           IF IX-ABO-CHARG > 0
              PERFORM 230-CONTROLER-COMPTE
              IF WS-COMPTE-A-EMETTRE
                 PERFORM 240-EMETTRE-RELEVE
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< ABONNEMENTS ACTIFS DU COMPTE                            *
      *      ---------------------------------------------------------*
       210-CHARGER-ABONNEMENTS.
           MOVE 0 TO IX-ABO-CHARG
           PERFORM UNTIL FD-FICABMT-NUMCPT NOT = WS-NUMCPT-COURANT
              IF FD-FICABMT-ACTIF
                 IF IX-ABO-CHARG = IX-ABO-MAX
                    DISPLAY '*** TROP D''ABONNES SUR LE COMPTE '
                            WS-NUMCPT-COURANT ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-ABO-CHARG
                 MOVE FD-FICABMT-NUMCLI TO WS-ABO-NUMCLI (IX-ABO-CHARG)
              END-IF
              PERFORM 610-LIRE-FICABMT
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< REJETS DE LA FUSION POUR LE COMPTE                      *
      *      ---------------------------------------------------------*
       220-CHARGER-REJETS.
           MOVE 0 TO IX-REJ-CHARG
           MOVE 'N' TO WS-SWITCH-REJET
           PERFORM UNTIL FD-FICREJ-NUMCPT NOT = WS-NUMCPT-COURANT
              IF FD-FICREJ-MOTIF-COMPTE
                 SET WS-COMPTE-REJETE TO TRUE
              ELSE
                 IF IX-REJ-CHARG = IX-REJ-MAX
                    DISPLAY '*** TROP DE REJETS SUR LE COMPTE '
                            WS-NUMCPT-COURANT ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-REJ-CHARG
                 MOVE FD-FICREJ-DATE TO WS-REJ-DATE (IX-REJ-CHARG)
                 IF FD-FICREJ-MONTANT < 0
                    COMPUTE WS-REJ-MONTANT (IX-REJ-CHARG) =
                            0 - FD-FICREJ-MONTANT
                 ELSE
                    MOVE FD-FICREJ-MONTANT
                         TO WS-REJ-MONTANT (IX-REJ-CHARG)
                 END-IF
                 MOVE 'N' TO WS-REJ-UTILISE (IX-REJ-CHARG)
              END-IF
              PERFORM 614-LIRE-FICREJ
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< LE RELEVE N'EST EMIS QUE POUR UN COMPTE PROFESSIONNEL   *
      *      CONNU DES DEUX GENERATIONS DE SOLDES (UN COMPTE OUVERT   *
      *      DANS LE CYCLE OUVRE A ZERO)                              *
      *      ---------------------------------------------------------*
       230-CONTROLER-COMPTE.
           SET WS-COMPTE-A-EMETTRE TO TRUE
           MOVE WS-NUMCPT-COURANT TO FD-FICCPT-NUMCPT
           PERFORM 615-LIRE-FICCPT
           EVALUATE TRUE
              WHEN FS-FICCPT NOT = '00'
                 MOVE 'COMPTE ABSENT DE FICCPT - NON EMIS'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-ANOMALIE-ABONNES
                 SET WS-COMPTE-ECARTE TO TRUE
              WHEN NOT FD-FICCPT-PROFESSIONNEL
                 MOVE 'COMPTE NON PROFESSIONNEL - NON EMIS'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-ANOMALIE-ABONNES
                 ADD 1 TO CP-NON-PRO
                 SET WS-COMPTE-ECARTE TO TRUE
              WHEN FD-FICCPTS-NUMCPT NOT = WS-NUMCPT-COURANT
                 MOVE 'SOLDE DU SOIR ABSENT DE GDGCPT - NON EMIS'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-ANOMALIE-ABONNES
                 SET WS-COMPTE-ECARTE TO TRUE
              WHEN OTHER
                 MOVE FD-FICCPTS-SOLDE TO WS-SOLDE-CLOT
                 IF FD-FICCPTA-NUMCPT = WS-NUMCPT-COURANT
                    MOVE FD-FICCPTA-SOLDE TO WS-SOLDE-OUV
                 ELSE
                    MOVE 0 TO WS-SOLDE-OUV
                 END-IF
                 IF FD-FICCPT-DEVISE = SPACES
                    MOVE 'EUR' TO WS-DEVISE-COMPTE
                 ELSE
                    MOVE FD-FICCPT-DEVISE TO WS-DEVISE-COMPTE
                 END-IF
                 PERFORM 720-CALCULER-IBAN
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< RELEVE DU COMPTE : EN-TETE ET SOLDE D'OUVERTURE, UNE    *
      *      LIGNE :61: + :86: PAR MOUVEMENT COMPTABILISE, SOLDE DE   *
      *      CLOTURE ; LE MEME RELEVE PART A CHAQUE ABONNE DU COMPTE  *
      *      ---------------------------------------------------------*
       240-EMETTRE-RELEVE.
           PERFORM 730-INSCRIRE-CLIENT
             VARYING IX-ABO FROM 1 BY 1
               UNTIL IX-ABO > IX-ABO-CHARG
           ADD 1 TO CP-RELEVES
           MOVE 0 TO WS-NB-MVTS-RELEVE
           MOVE 0 TO WS-TOT-DEBITS-RELEVE
           MOVE 0 TO WS-TOT-CREDITS-RELEVE

           PERFORM 820-LIGNES-ENTETE
           MOVE WS-SOLDE-OUV TO WS-SOLDE-COURANT
           MOVE ':60F:' TO WS-LIGNE-MT
           PERFORM 822-LIGNE-SOLDE

           PERFORM 250-MOUVEMENT
             UNTIL FD-FICMVTS-NUMCPT NOT = WS-NUMCPT-COURANT

      *    LE SOLDE REJOUE DOIT RETROUVER LE SOLDE DU SOIR ; LE
      *    RELEVE PORTE TOUJOURS LE SOLDE COMPTABLE DE LA GENERATION
           IF WS-SOLDE-COURANT NOT = WS-SOLDE-CLOT
              MOVE 'ECART SOLDE REJOUE / SOLDE DU SOIR'
                   TO ED-ANO-LIBELLE
              PERFORM 804-ANOMALIE-ABONNES
              ADD 1 TO CP-ECARTS
           END-IF
           MOVE WS-SOLDE-CLOT TO WS-SOLDE-COURANT
           MOVE ':62F:' TO WS-LIGNE-MT
           PERFORM 822-LIGNE-SOLDE
           MOVE '-' TO WS-LIGNE-MT
           PERFORM 810-ECRIRE-LIGNE

           PERFORM 740-CUMULER-CLIENT
             VARYING IX-ABO FROM 1 BY 1
               UNTIL IX-ABO > IX-ABO-CHARG
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT DU COMPTE : ECARTE S'IL A ETE REJETE PAR LA   *
      *      FUSION, SINON PORTE AU RELEVE AVEC SON SENS              *
      *      ---------------------------------------------------------*
       250-MOUVEMENT.
           PERFORM 750-RECH-REJET
           IF WS-MVT-COMPTABILISE
              PERFORM 760-SENS-MOUVEMENT
           END-IF
           IF WS-MVT-COMPTABILISE
              ADD 1 TO WS-NB-MVTS-RELEVE
              ADD 1 TO CP-MVTS-EMIS
              IF WS-MARQUE-DC = 'C' OR WS-MARQUE-DC = 'RD'
                 ADD FD-FICMVTS-MONTANT TO WS-SOLDE-COURANT
                 ADD FD-FICMVTS-MONTANT TO WS-TOT-CREDITS-RELEVE
              ELSE
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-SOLDE-COURANT
                 ADD FD-FICMVTS-MONTANT TO WS-TOT-DEBITS-RELEVE
              END-IF
              PERFORM 824-LIGNE-MOUVEMENT
           ELSE
              ADD 1 TO CP-MVTS-REJETES
           END-IF
           PERFORM 613-LIRE-FICMVTS
           .

      *      ---------------------------------------------------------*
      *-----< FIN DU FICHIER DE CHAQUE CLIENT SERVI : TOTAUX DE       *
      *      CONTROLE                                                 *
      *      ---------------------------------------------------------*
       300-FIN-FICHIER-CLIENT.
           MOVE SPACES TO FD-FICMT9
           MOVE WS-CLI-NUMCLI (IX-CLI) TO FD-FICMT9-NUMCLI
           SET FD-FICMT9-FIN-FICHIER TO TRUE
           MOVE WS-CLI-NB-RELEVES (IX-CLI) TO FD-FICMT9-FIN-NB-RELEVES
           MOVE WS-CLI-NB-MVTS (IX-CLI) TO FD-FICMT9-FIN-NB-MVTS
           MOVE WS-CLI-TOT-DEBITS (IX-CLI)
                TO FD-FICMT9-FIN-TOT-DEBITS
           MOVE WS-CLI-TOT-CREDITS (IX-CLI)
                TO FD-FICMT9-FIN-TOT-CREDITS
           PERFORM 630-ECRIRE-FICMT9
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICABMT
           IF FS-FICABMT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICABMT   FS-FICABMT = '
                      FS-FICABMT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTA
           IF FS-FICCPTA NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTA   FS-FICCPTA = '
                      FS-FICCPTA
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICREJ
           IF FS-FICREJ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREJ    FS-FICREJ = '
                      FS-FICREJ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICMT9
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICABMT.
           READ FICABMT
           IF FS-FICABMT = '10'
              MOVE HIGH-VALUE TO FD-FICABMT-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-ABMT
           END-IF
           .

       611-LIRE-FICCPTA.
           READ FICCPTA
           IF FS-FICCPTA = '10'
              MOVE HIGH-VALUE TO FD-FICCPTA-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-CPTA
           END-IF
           .

       612-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS = '10'
              MOVE HIGH-VALUE TO FD-FICCPTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       613-LIRE-FICMVTS.
           READ FICMVTS
           IF FS-FICMVTS = '10'
              MOVE HIGH-VALUE TO FD-FICMVTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-MVTS
           END-IF
           .

       614-LIRE-FICREJ.
           READ FICREJ
           IF FS-FICREJ = '10'
              MOVE HIGH-VALUE TO FD-FICREJ-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-REJ
           END-IF
           .

       615-LIRE-FICCPT.
           READ FICCPT
              INVALID KEY MOVE '23' TO FS-FICCPT
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICABMT
           CLOSE FICCPTA
           CLOSE FICCPTS
           CLOSE FICMVTS
           CLOSE FICREJ
           CLOSE FICCPT
           CLOSE FICMT9
           CLOSE FICETAT
           .

       630-ECRIRE-FICMT9.
           WRITE FD-FICMT9
           ADD 1 TO CP-ECRITURE-MT9
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    QUANTIEME DU CYCLE (ANNEE BISSEXTILE DIVISIBLE PAR 4,
      *    SUFFISANT JUSQU'EN 2099) ET DATES AAMMJJ DES REFERENCES
       700-INITIALISATION.
           MOVE WS-SYSIN-MM TO IX-MOIS
           COMPUTE WS-QUANTIEME = WS-CUMUL-MOIS (IX-MOIS)
                                + WS-SYSIN-JJ
           DIVIDE WS-SYSIN-SSAA BY 4 GIVING WS-QUOTIENT
                  REMAINDER WS-RESTE-BISSEXT
           IF WS-RESTE-BISSEXT = 0 AND WS-SYSIN-MM > 2
              ADD 1 TO WS-QUANTIEME
           END-IF
           MOVE WS-QUANTIEME TO WS-NUM-RELEVE
           MOVE WS-SYSIN-DATE (3:6) TO WS-REF-DATE
           MOVE WS-SYSIN-DATE (3:6) TO WS-REFB-DATE
           MOVE 0 TO WS-REF-SEQ
           .

      *      ---------------------------------------------------------*
      *-----< IBAN DU COMPTE (:25:) ET BIC DE LA BANQUE (EN-TETE DES  *
      *      FICHIERS) ; SANS IBAN LE RELEVE PORTE LE NUMCPT          *
      *      ---------------------------------------------------------*
       720-CALCULER-IBAN.
           SET SRIBCPT-FCT-CALCULER TO TRUE
           MOVE WS-NUMCPT-COURANT TO SRIBCPT-NUMCPT
           MOVE SPACES TO SRIBCPT-AGENCE
           CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
           IF SRIBCPT-STATUS-OK
              MOVE SRIBCPT-IBAN TO WS-IBAN-COMPTE
              IF WS-BIC-BANQUE = SPACES
                 MOVE SRIBCPT-BIC TO WS-BIC-BANQUE
              END-IF
           ELSE
              MOVE WS-NUMCPT-COURANT TO WS-IBAN-COMPTE
              MOVE 'IBAN NON CALCULE - NUMCPT PORTE EN :25:'
                   TO ED-ANO-LIBELLE
              PERFORM 804-ANOMALIE-ABONNES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT ABONNE : SON FICHIER S'OUVRE PAR L'EN-TETE 'ENT' *
      *      AU PREMIER RELEVE QUI LUI EST DESTINE                    *
      *      ---------------------------------------------------------*
       730-INSCRIRE-CLIENT.
           MOVE 0 TO WS-ABO-IX-CLI (IX-ABO)
           PERFORM VARYING IX-CLI FROM 1 BY 1
                     UNTIL IX-CLI > IX-CLI-CHARG
                        OR WS-ABO-IX-CLI (IX-ABO) > 0
              IF WS-CLI-NUMCLI (IX-CLI) = WS-ABO-NUMCLI (IX-ABO)
                 MOVE IX-CLI TO WS-ABO-IX-CLI (IX-ABO)
              END-IF
           END-PERFORM
           IF WS-ABO-IX-CLI (IX-ABO) = 0
              IF IX-CLI-CHARG = IX-CLI-MAX
                 DISPLAY '*** TABLE DES CLIENTS ABONNES SATUREE A '
                         IX-CLI-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CLI-CHARG
              ADD 1 TO CP-CLIENTS
              MOVE IX-CLI-CHARG TO WS-ABO-IX-CLI (IX-ABO)
              MOVE WS-ABO-NUMCLI (IX-ABO)
                   TO WS-CLI-NUMCLI (IX-CLI-CHARG)
              MOVE 0 TO WS-CLI-NB-RELEVES (IX-CLI-CHARG)
              MOVE 0 TO WS-CLI-NB-MVTS (IX-CLI-CHARG)
              MOVE 0 TO WS-CLI-TOT-DEBITS (IX-CLI-CHARG)
              MOVE 0 TO WS-CLI-TOT-CREDITS (IX-CLI-CHARG)
              MOVE SPACES TO FD-FICMT9
              MOVE WS-ABO-NUMCLI (IX-ABO) TO FD-FICMT9-NUMCLI
              SET FD-FICMT9-ENTETE TO TRUE
              MOVE WS-SYSIN-DATE TO FD-FICMT9-ENT-DATE
              MOVE WS-BIC-BANQUE TO FD-FICMT9-ENT-BIC
              MOVE WS-ABO-NUMCLI (IX-ABO) TO FD-FICMT9-ENT-NUMCLI
              PERFORM 630-ECRIRE-FICMT9
           END-IF
           .

       740-CUMULER-CLIENT.
           MOVE WS-ABO-IX-CLI (IX-ABO) TO IX-CLI
           ADD 1 TO WS-CLI-NB-RELEVES (IX-CLI)
           ADD WS-NB-MVTS-RELEVE TO WS-CLI-NB-MVTS (IX-CLI)
           ADD WS-TOT-DEBITS-RELEVE TO WS-CLI-TOT-DEBITS (IX-CLI)
           ADD WS-TOT-CREDITS-RELEVE TO WS-CLI-TOT-CREDITS (IX-CLI)
           .

      *      ---------------------------------------------------------*
      *-----< UN MOUVEMENT EST ECARTE SI TOUT LE COMPTE A ETE REJETE, *
      *      OU S'IL CORRESPOND A UN REJET UNITAIRE NON ENCORE        *
      *      APPARIE (MEME DATE, MEME MONTANT)                        *
      *      ---------------------------------------------------------*
       750-RECH-REJET.
           SET WS-MVT-COMPTABILISE TO TRUE
           IF WS-COMPTE-REJETE
              SET WS-MVT-ECARTE TO TRUE
           ELSE
              PERFORM VARYING IX-REJ FROM 1 BY 1
                        UNTIL IX-REJ > IX-REJ-CHARG
                           OR WS-MVT-ECARTE
                 IF WS-REJ-UTILISE (IX-REJ) = 'N'
                    AND WS-REJ-DATE (IX-REJ) = FD-FICMVTS-DATE
                    AND WS-REJ-MONTANT (IX-REJ) = FD-FICMVTS-MONTANT
                    MOVE 'O' TO WS-REJ-UTILISE (IX-REJ)
                    SET WS-MVT-ECARTE TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< SENS ET CODE D'OPERATION MT940 DU MOUVEMENT (MEMES      *
      *      REGLES DE SIGNE QUE LA REEDITION COBTPREE) ; UNE         *
      *      EXTOURNE EST UNE CONTRE-PASSATION (RC / RD)              *
      *      ---------------------------------------------------------*
       760-SENS-MOUVEMENT.
           MOVE 'MSC' TO WS-CODE-OPERATION
           EVALUATE FD-FICMVTS-CODE
              WHEN 'D'
                 MOVE 'C' TO WS-MARQUE-DC
                 MOVE 'DEPOT' TO WS-LIBELLE
              WHEN 'I'
                 MOVE 'C' TO WS-MARQUE-DC
                 MOVE 'INT' TO WS-CODE-OPERATION
                 MOVE 'INTERETS' TO WS-LIBELLE
              WHEN 'R'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'RETRAIT' TO WS-LIBELLE
              WHEN 'C'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'CARTE BL.' TO WS-LIBELLE
              WHEN 'F'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'CHG' TO WS-CODE-OPERATION
                 MOVE 'FRAIS' TO WS-LIBELLE
              WHEN 'P'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'DDT' TO WS-CODE-OPERATION
                 MOVE 'PRELEVMT' TO WS-LIBELLE
              WHEN 'Q'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'CHK' TO WS-CODE-OPERATION
                 MOVE 'CHEQUE' TO WS-LIBELLE
              WHEN 'S'
                 MOVE 'D' TO WS-MARQUE-DC
                 MOVE 'TAX' TO WS-CODE-OPERATION
                 MOVE 'RET.SOURCE' TO WS-LIBELLE
              WHEN 'V'
              WHEN 'X'
                 IF FD-FICMVTS-SENS-RECU
                    MOVE 'C' TO WS-MARQUE-DC
                 ELSE
                    MOVE 'D' TO WS-MARQUE-DC
                 END-IF
                 MOVE 'TRF' TO WS-CODE-OPERATION
                 IF FD-FICMVTS-CODE = 'V'
                    MOVE 'VIREMENT' TO WS-LIBELLE
                 ELSE
                    MOVE 'VIR.EXT.' TO WS-LIBELLE
                 END-IF
              WHEN 'E'
                 IF FD-FICMVTS-CODE-ORIGINE = 'D'
                    OR FD-FICMVTS-CODE-ORIGINE = 'I'
                    MOVE 'RC' TO WS-MARQUE-DC
                 ELSE
                    MOVE 'RD' TO WS-MARQUE-DC
                 END-IF
                 MOVE 'EXTOURNE' TO WS-LIBELLE
      *       CODE INCONNU : SANS EFFET SUR LE SOLDE, NON PORTE
              WHEN OTHER
                 SET WS-MVT-ECARTE TO TRUE
           END-EVALUATE
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-MM < 1 OR WS-SYSIN-MM > 12
              OR WS-SYSIN-JJ < 1 OR WS-SYSIN-JJ > 31
              DISPLAY '*** DATE DU CYCLE INVALIDE EN SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D ABONNEMENTS LUS      : ' CP-LECTURE-ABMT
           DISPLAY 'SOLDES D OUVERTURE LUS        : ' CP-LECTURE-CPTA
           DISPLAY 'SOLDES DE CLOTURE LUS         : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE DE MOUVEMENTS LUS      : ' CP-LECTURE-MVTS
           DISPLAY 'NOMBRE DE REJETS LUS          : ' CP-LECTURE-REJ
           DISPLAY 'RELEVES MT940 EMIS            : ' CP-RELEVES
           DISPLAY 'MOUVEMENTS PORTES AUX RELEVES : ' CP-MVTS-EMIS
           DISPLAY 'MOUVEMENTS ECARTES (REJETS)   : ' CP-MVTS-REJETES
           DISPLAY 'COMPTES NON PROFESSIONNELS    : ' CP-NON-PRO
           DISPLAY 'RELEVES EN ECART DE SOLDE     : ' CP-ECARTS
           DISPLAY 'CLIENTS DESTINATAIRES         : ' CP-CLIENTS
           DISPLAY 'LIGNES ECRITES SUR FICMT9     : ' CP-ECRITURE-MT9
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *    UNE LIGNE D'ANOMALIE PAR ABONNE DU COMPTE EN COURS
       804-ANOMALIE-ABONNES.
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           PERFORM VARYING IX-ABO FROM 1 BY 1
                     UNTIL IX-ABO > IX-ABO-CHARG
              MOVE WS-NUMCPT-COURANT TO ED-ANO-NUMCPT
              MOVE WS-ABO-NUMCLI (IX-ABO) TO ED-ANO-NUMCLI
              MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED
           END-PERFORM
           .

      *    LA LIGNE MT940 PREPAREE PART A CHAQUE ABONNE DU COMPTE
       810-ECRIRE-LIGNE.
           PERFORM VARYING IX-ABO FROM 1 BY 1
                     UNTIL IX-ABO > IX-ABO-CHARG
              MOVE SPACES TO FD-FICMT9
              MOVE WS-ABO-NUMCLI (IX-ABO) TO FD-FICMT9-NUMCLI
              MOVE WS-LIGNE-MT TO FD-FICMT9-LIGNE
              PERFORM 630-ECRIRE-FICMT9
           END-PERFORM
           .

      *    MONTANT WS-MONTANT-ABS CADRE A GAUCHE DANS WS-MONTANT-TEXTE
      *    SUR WS-LG-MONTANT POSITIONS
       812-FORMATER-MONTANT.
           MOVE WS-MONTANT-ABS TO ED-MONTANT-MT
           MOVE 0 TO WS-NB-BLANCS
           INSPECT ED-MONTANT-MT TALLYING WS-NB-BLANCS
                   FOR LEADING SPACES
           COMPUTE WS-LG-MONTANT = 16 - WS-NB-BLANCS
           MOVE ED-MONTANT-MT (WS-NB-BLANCS + 1:WS-LG-MONTANT)
                TO WS-MONTANT-TEXTE
           .

      *    :20: REFERENCE DU RELEVE, :25: COMPTE, :28C: NUMERO
       820-LIGNES-ENTETE.
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO WS-LIGNE-MT
           STRING ':20:' WS-REF-RELEVE
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
           PERFORM 810-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE-MT
           STRING ':25:' WS-IBAN-COMPTE
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
           PERFORM 810-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE-MT
           STRING ':28C:' WS-NUM-RELEVE '/001'
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
           PERFORM 810-ECRIRE-LIGNE
           .

      *    SOLDE :60F: OU :62F: (ETIQUETTE DEJA EN WS-LIGNE-MT) :
      *    SENS, DATE AAMMJJ, DEVISE, MONTANT
       822-LIGNE-SOLDE.
           IF WS-SOLDE-COURANT < 0
              MOVE 'D' TO WS-MARQUE-DC
              COMPUTE WS-MONTANT-ABS = 0 - WS-SOLDE-COURANT
           ELSE
              MOVE 'C' TO WS-MARQUE-DC
              MOVE WS-SOLDE-COURANT TO WS-MONTANT-ABS
           END-IF
           PERFORM 812-FORMATER-MONTANT
           MOVE 6 TO WS-PTR
           STRING WS-MARQUE-DC (1:1)
                  WS-SYSIN-DATE (3:6)
                  WS-DEVISE-COMPTE
                  WS-MONTANT-TEXTE (1:WS-LG-MONTANT)
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
                  WITH POINTER WS-PTR
           PERFORM 810-ECRIRE-LIGNE
           .

      *    :61: DATE DE VALEUR AAMMJJ, DATE D'OPERATION MMJJ, SENS,
      *    MONTANT, CODE OPERATION, REFERENCE CLIENT // REFERENCE
      *    BANQUE ; :86: LIBELLE ET CONTREPARTIE
       824-LIGNE-MOUVEMENT.
           IF FD-FICMVTS-DATE-VALEUR NUMERIC
              AND FD-FICMVTS-DATE-VALEUR > 0
              MOVE FD-FICMVTS-DATE-VALEUR TO WS-DATE-VALEUR
           ELSE
              MOVE FD-FICMVTS-DATE TO WS-DATE-VALEUR
           END-IF
           MOVE FD-FICMVTS-MONTANT TO WS-MONTANT-ABS
           PERFORM 812-FORMATER-MONTANT
           IF FD-FICMVTS-REFERENCE = SPACES
              MOVE 'NONREF' TO WS-REF-CLIENT
           ELSE
              MOVE FD-FICMVTS-REFERENCE TO WS-REF-CLIENT
           END-IF
           MOVE WS-NB-MVTS-RELEVE TO WS-REFB-SEQ
           MOVE SPACES TO WS-LIGNE-MT
           MOVE 1 TO WS-PTR
           STRING ':61:'
                  WS-DATE-VALEUR (3:6)
                  FD-FICMVTS-DATE (5:4)
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
                  WITH POINTER WS-PTR
           STRING WS-MARQUE-DC DELIMITED BY SPACE
                  WS-MONTANT-TEXTE (1:WS-LG-MONTANT)
                  'N' WS-CODE-OPERATION
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
                  WITH POINTER WS-PTR
           STRING WS-REF-CLIENT DELIMITED BY SPACE
                  '//' WS-REF-BANQUE
                  DELIMITED BY SIZE INTO WS-LIGNE-MT
                  WITH POINTER WS-PTR
           PERFORM 810-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE-MT
           MOVE 1 TO WS-PTR
           STRING ':86:' WS-LIBELLE
                  DELIMITED BY '  ' INTO WS-LIGNE-MT
                  WITH POINTER WS-PTR
           IF FD-FICMVTS-CONTREPARTIE NOT = SPACES
              STRING ' CONTREPARTIE ' FD-FICMVTS-CONTREPARTIE
                     DELIMITED BY SIZE INTO WS-LIGNE-MT
                     WITH POINTER WS-PTR
           END-IF
           PERFORM 810-ECRIRE-LIGNE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPMT9 ***'
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

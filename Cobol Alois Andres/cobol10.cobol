      *          |          |      | DEPASSEMENT DE DECOUVERT, A      *
      *          |          |      | DESTINATION DE L'EDITEUR         *
      *          |          |      | CENTRAL COBTPLET                 *
      * 15/10/26 |  ALOIS.A |      | POSTE DE LA RETENUE A LA SOURCE  *
      *          |          |      | SUR INTERETS CODE 'S' (COBTPINT) *
      * 15/10/26 |  ALOIS.A |      | CONTROLE DU DECOUVERT SUR LE     *
      *          |          |      | SOLDE DISPONIBLE (SOLDE MOINS    *
      *          |          |      | RESERVATIONS ACTIVES FICRESV)    *
      * 15/10/26 |  ALOIS.A |      | POINT DE REPRISE FICCKPT TOUS    *
      *          |          |      | LES 1000 COMPTES ECRITS (DERNIER *
      *          |          |      | COMPTE, POSITIONS, COMPTEURS) ;  *
      *          |          |      | REPRISE 'R' EN SYSIN : RECOPIE   *
      *          |          |      | DES SORTIES JUSQU'AU CHECKPOINT, *
      *          |          |      | REPOSITIONNEMENT DES ENTREES ET  *
      *          |          |      | BANDEAU SUR L'ETAT               *
      * 15/10/26 |  ALOIS.A |      | LIVRET REGLEMENTE (PRODUIT 'L')  *
      *          |          |      | DEPOT 'D' AU-DELA DU PLAFOND     *
      *          |          |      | LEGAL REJETE MOTIF 'L' (CLIVRET) *
      * 15/10/26 |  ALOIS.A |      | STATUT FICCKPT CONTROLE A        *
      *          |          |      | CHAQUE ENTREE/SORTIE (ARRET      *
      *          |          |      | ANORMAL SUR ERREUR)              *
      *===============================================================*

       ENVIRONMENT DIVISION.
                  FILE STATUS IS FS-FICLIMIT.
           SELECT FICBLOC ASSIGN TO FICBLOC
                  FILE STATUS IS FS-FICBLOC.
           SELECT FICRESV ASSIGN TO FICRESV
                  FILE STATUS IS FS-FICRESV.
           SELECT OPTIONAL FICSTAT ASSIGN TO FICSTAT.
           SELECT FICCKPT ASSIGN TO FICCKPT FILE STATUS IS FS-FICCKPT.
           SELECT FICCPTSR ASSIGN TO FICCPTSR
                  FILE STATUS IS FS-FICCPTSR.
           SELECT FICREJR ASSIGN TO FICREJR
                  FILE STATUS IS FS-FICREJR.
           SELECT FICLETRR ASSIGN TO FICLETRR
                  FILE STATUS IS FS-FICLETRR.
           SELECT FICAUDIR ASSIGN TO FICAUDIR
                  FILE STATUS IS FS-FICAUDIR.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
           88 FD-FICREJ-MOTIF-VELOCITE VALUE 'V'.
           88 FD-FICREJ-MOTIF-DAT      VALUE 'T'.
           88 FD-FICREJ-MOTIF-BLOQUE   VALUE 'B'.
           88 FD-FICREJ-MOTIF-PLAFOND  VALUE 'L'.
         05   FD-FICREJ-DEVISE  PIC X(03).
         05   FILLER            PIC X(23).

         05   FD-FICBLOC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(33).

      *    RESERVATIONS DE FONDS (PRE-AUTORISATIONS CARTE, CHEQUES A
      *    L'ENCAISSEMENT, RESERVES LEGALES ; MAITRE TENU PAR
      *    COBTPRSV, TRIE PAR NUMCPT + REFERENCE)
       FD FICRESV
           RECORDING MODE IS F.
       01     FD-FICRESV.
         05   FD-FICRESV-NUMCPT PIC X(10).
         05   FD-FICRESV-REFERENCE PIC X(10).
         05   FD-FICRESV-MOTIF  PIC X(01).
         05   FD-FICRESV-MONTANT PIC 9(08)V99.
         05   FD-FICRESV-DATE-POSE PIC 9(08).
         05   FD-FICRESV-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(33).

       FD FICAUDIT
           RECORDING MODE IS F.
       01     FD-FICAUDIT.
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

      *    POINT DE REPRISE DE LA FUSION (DETAIL DANS WS-CKPT)
       FD FICCKPT
           RECORDING MODE IS F.
       01     FD-FICCKPT.
         05   FILLER            PIC X(300).

      *    SORTIES DE L'EXECUTION INTERROMPUE, RELUES EN REPRISE
       FD FICCPTSR
           RECORDING MODE IS F.
       01     FD-FICCPTSR.
         05   FILLER            PIC X(80).

       FD FICREJR
           RECORDING MODE IS F.
       01     FD-FICREJR.
         05   FILLER            PIC X(51).

       FD FICLETRR
           RECORDING MODE IS F.
       01     FD-FICLETRR.
         05   FILLER            PIC X(80).

       FD FICAUDIR
           RECORDING MODE IS F.
       01     FD-FICAUDIR.
         05   FILLER            PIC X(60).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
         05 WS-SYSIN-PARTITION PIC 9(02).
         05 WS-SYSIN-NUMCPT-DEB PIC X(10).
         05 WS-SYSIN-NUMCPT-FIN PIC X(10).
      *    REPRISE : 'R' = REDEMARRAGE SUR LE DERNIER CHECKPOINT
         05 WS-SYSIN-REPRISE   PIC X(01).
           88 WS-SYSIN-REPRISE-OUI VALUE 'R'.
       01  WS-DERNIER-CYCLE   PIC 9(08) VALUE 0.
       01  WS-DERNIERE-PARTITION PIC 9(02) VALUE 0.
       01  FS-FICRUN          PIC X(02).
         05   FS-FICCPTE           PIC X(2).
         05   FS-FICCLOS           PIC X(2).
         05   FS-FICLIMIT          PIC X(2).
         05   FS-FICCKPT           PIC X(2).
         05   FS-FICCPTSR          PIC X(2).
         05   FS-FICREJR           PIC X(2).
         05   FS-FICLETRR          PIC X(2).
         05   FS-FICAUDIR          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< POINT DE REPRISE (FICCKPT) : PRIS TOUS LES              *
      *      WS-CKPT-INTERVAL COMPTES ECRITS SUR FICCPTS, EN LIMITE   *
      *      DE COMPTE. IL PORTE LE DERNIER COMPTE ECRIT, LES         *
      *      POSITIONS DANS FICMVTS ET FICCPTE, LE NOMBRE             *
      *      D'ENREGISTREMENTS DE CHAQUE SORTIE ET L'IMAGE DES        *
      *      COMPTEURS ET CUMULS DU RUN ; NUMCPT A BLANC = AUCUN      *
      *      CHECKPOINT EN COURS (FIN NORMALE)                        *
      *      ---------------------------------------------------------*
       01  WS-CKPT-INTERVAL   PIC 9(04) COMP VALUE 1000.
       01  WS-CKPT-DIVIDE.
         05 WS-CKPT-QUOT       PIC 9(08) COMP.
         05 WS-CKPT-REM        PIC 9(04) COMP.
       01  WS-REPRISE         PIC X VALUE 'N'.
         88 WS-REPRISE-OUI        VALUE 'O'.
         88 WS-REPRISE-NON        VALUE 'N'.
       01  CP-VARIABLES-REPRISE.
         05 CP-POS-MVTS        PIC 9(8) COMP VALUE 0.
         05 CP-POS-CPTE        PIC 9(8) COMP VALUE 0.
         05 CP-SORTIE-CPTS     PIC 9(8) COMP VALUE 0.
         05 CP-SORTIE-REJ      PIC 9(8) COMP VALUE 0.
         05 CP-SORTIE-LETRQ    PIC 9(8) COMP VALUE 0.
         05 CP-SORTIE-AUDIT    PIC 9(8) COMP VALUE 0.
         05 CP-RECOPIE         PIC 9(8) COMP VALUE 0.
       01  WS-CKPT.
         05 WS-CKPT-DATE       PIC 9(08).
         05 WS-CKPT-PARTITION  PIC 9(02).
         05 WS-CKPT-NUMCPT     PIC X(10).
         05 WS-CKPT-NB-MVTS    PIC 9(08).
         05 WS-CKPT-NB-CPTE    PIC 9(08).
         05 WS-CKPT-NB-CPTS    PIC 9(08).
         05 WS-CKPT-NB-REJ     PIC 9(08).
         05 WS-CKPT-NB-LETRQ   PIC 9(08).
         05 WS-CKPT-NB-AUDIT   PIC 9(08).
         05 WS-CKPT-COMPTEURS  PIC X(80).
         05 WS-CKPT-STAT-JOUR  PIC X(20).
         05 WS-CKPT-DATE-MVT.
           10 FILLER           PIC X(10).
         05 WS-CKPT-FICCPTS    PIC X(80).
         05 FILLER             PIC X(42).

      *      ---------------------------------------------------------*
      *-----< TABLE DES PLAFONDS DE VELOCITE (FICLIMIT) ET PLAFONDS   *
       01  WS-BLOCAGE-SW      PIC X VALUE 'N'.
         88 WS-MVT-REFUSE-BLOC    VALUE 'O'.
         88 WS-MVT-ACCEPTE-BLOC   VALUE 'N'.
       01  WS-PLAFOND-SW      PIC X VALUE 'N'.
         88 WS-MVT-REFUSE-PLAF    VALUE 'O'.
         88 WS-MVT-ACCEPTE-PLAF   VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : UN DEPOT 'D' QUI PORTERAIT LE SOLDE *
      *      COURANT DU LIVRET AU-DELA DU PLAFOND LEGAL EST REJETE    *
      *      MOTIF 'L'                                                *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01  WS-PRODUIT-PLAF    PIC X(01).
       01  WS-SOLDE-PLAF      PIC S9(09)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< TABLE DES GELS JUDICIAIRES (FICBLOC TYPE 'G') : UN      *
           10 WS-BLO-NUMCPT      PIC X(10).
           10 WS-BLO-DATE-DEB    PIC 9(08).
           10 WS-BLO-DATE-FIN    PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< TABLE DES RESERVATIONS DE FONDS ACTIVES A LA DATE DU    *
      *      CYCLE, CUMULEES PAR COMPTE (FICRESV EST TRIE PAR NUMCPT) *
      *      ET EXPLOREE EN DICHOTOMIE ; LE CONTROLE DU DECOUVERT     *
      *      PORTE SUR LE SOLDE DISPONIBLE = SOLDE - RESERVATIONS     *
      *      ---------------------------------------------------------*
       01  FS-FICRESV         PIC X(02).
       01  WS-INDICES-RESV.
         05 IX-RSV-MAX         PIC 9(8) COMP VALUE 20000.
         05 IX-RSV-CHARG       PIC 9(8) COMP VALUE 0.
       01  WS-TAB-RESV.
         05 WS-RSV-POSTE OCCURS 1 TO 20000 TIMES
               DEPENDING ON IX-RSV-CHARG
               ASCENDING KEY IS WS-RSV-NUMCPT
               INDEXED BY IX-RSV-BIN.
           10 WS-RSV-NUMCPT    PIC X(10).
           10 WS-RSV-MONTANT   PIC S9(09)V99 COMP-3.
       01  WS-MT-RESERVE      PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-SOLDE-DISPO     PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-LIMITE-COMPTE.
         05 WS-LIM-CPT-NB-MAX  PIC 9(04) VALUE 0.
         05 WS-LIM-CPT-MT-MAX  PIC 9(10)V99 VALUE 0.
         05 WS-CUMUL-FRA           PIC S9(08)V99.
         05 WS-CUMUL-PRE           PIC S9(08)V99.
         05 WS-CUMUL-CHQ           PIC S9(08)V99.
         05 WS-CUMUL-RAS           PIC S9(08)V99.
         05 WS-ANCIEN-SOLDE        PIC S9(09)V99 COMP-3.
         05 WS-NOUV-SOLDE          PIC S9(09)V99 COMP-3.
         05 WS-TOTAL               PIC S9(10)V99 COMP-3.
         05 CP-REJET-VELOCITE  PIC 9(4) COMP VALUE 0.
         05 CP-REJET-DAT       PIC 9(4) COMP VALUE 0.
         05 CP-REJET-BLOQUE    PIC 9(4) COMP VALUE 0.
         05 CP-REJET-PLAFOND   PIC 9(4) COMP VALUE 0.
         05 CP-RESERVATIONS    PIC 9(6) COMP VALUE 0.
         05 CP-MVT-DPOT        PIC 9(6) COMP VALUE 0.
         05 CP-MVT-RTRAIT      PIC 9(6) COMP VALUE 0.
         05 CP-MVT-CB          PIC 9(6) COMP VALUE 0.
           10 FILLER PIC X(34).
           10 AF-YTD-C PIC +ZZZBZZZBZZ9,V99.

         05 AF-REPRISE1.
           10 FILLER PIC X(37)
                     VALUE '*** REPRISE SUR CHECKPOINT DU CYCLE '.
           10 AF-REPRISE-DATE PIC 9(08).
           10 FILLER PIC X(11) VALUE ' PARTITION '.
           10 AF-REPRISE-PART PIC 9(02).
           10 FILLER PIC X(04) VALUE ' ***'.

         05 AF-REPRISE2.
           10 FILLER PIC X(41)
                     VALUE '    DERNIER COMPTE ECRIT AVANT REPRISE : '.
           10 AF-REPRISE-NUMCPT PIC X(10).

         05 AF-REPRISE3.
           10 FILLER PIC X(41)
                     VALUE '    COMPTES DEJA ECRITS SUR FICCPTS    : '.
           10 AF-REPRISE-NB PIC ZZZZZZZ9.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
           PERFORM 800-DATE
           PERFORM 701-INIT-COMPTEURS
           PERFORM 798-CONTROLE-RUN
           PERFORM 793-CHARGER-FICRESV
           PERFORM 604-LIRE-FICMVTS
           PERFORM 605-LIRE-FICCPTE
           PERFORM 797-CONTROLE-FICMVTS-VIDE
           IF WS-REPRISE-OUI
              PERFORM 716-REPOSITIONNER
              PERFORM 717-RESTAURER-COMPTEURS
              PERFORM 718-RECOPIER-SORTIES
              PERFORM 809-BANDEAU-REPRISE
           END-IF

           PERFORM 200-COMPTE
                    UNTIL FS-FICMVTS = '10' AND FS-FICCPTE = '10'
           PERFORM 618-FERMER-FICCLOS
           PERFORM 619-FERMER-FICREJ
           PERFORM 624-FERMER-FICAUDIT
           PERFORM 632-EFFACER-CHECKPOINT
           PERFORM 796-ECRIRE-FICRUN
           PERFORM 811-ECRIRE-FICSTAT
           PERFORM 999-ARRET-PROGRAMME
              PERFORM 803-AFFICHAGE-CORPS
      *       PERFORM 804-AFFICHAGE-SYSOUT
              ADD 1 TO CP-ECRITURE-CPTS
              ADD 1 TO CP-SORTIE-CPTS
              PERFORM 715-VERIF-CHECKPOINT
           END-IF
           .
      *      ---------------------------------------------------------*
       300-MOUVEMENT.
           PERFORM 330-CONTROLER-DAT
           PERFORM 335-CONTROLER-BLOCAGE
           PERFORM 340-CONTROLER-PLAFOND
           EVALUATE TRUE
              WHEN WS-MVT-REFUSE-DAT
                 PERFORM 628-ECRIRE-FICREJ-DAT
                 PERFORM 629-ECRIRE-FICREJ-BLOQUE
                 ADD 1 TO CP-MOUVEMENTS
                 PERFORM 604-LIRE-FICMVTS
              WHEN WS-MVT-REFUSE-PLAF
                 PERFORM 633-ECRIRE-FICREJ-PLAFOND
                 ADD 1 TO CP-MOUVEMENTS
                 PERFORM 604-LIRE-FICMVTS
              WHEN OTHER
                 PERFORM 301-CUMULER-MOUVEMENT
           END-EVALUATE
                WHEN FD-FICMVTS-CODE = 'Q'
                     ADD FD-FICMVTS-MONTANT TO WS-CUMUL-CHQ
                     MOVE FD-FICMVTS-DATE TO ED-DATE-DERNIER-MVT
                WHEN FD-FICMVTS-CODE = 'S'
                     ADD FD-FICMVTS-MONTANT TO WS-CUMUL-RAS
                     MOVE FD-FICMVTS-DATE TO ED-DATE-DERNIER-MVT
                WHEN FD-FICMVTS-CODE = 'E'
                     PERFORM 310-EXTOURNE
                     MOVE FD-FICMVTS-DATE TO ED-DATE-DERNIER-MVT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PLAFOND DU LIVRET REGLEMENTE : SOLDE DE DEPART DU       *
      *      MAITRE FICCPTE (ZERO POUR UNE CREATION) PLUS LES CUMULS  *
      *      DEJA POSTES DANS LE CYCLE ; SEUL LE DEPOT 'D' EST        *
      *      CONTROLE, LES JAMBES DE VIREMENT 'V' RESTANT APPARIEES   *
      *      PAR COBTPVIR ET LES INTERETS 'I' POUVANT DEPASSER        *
      *      ---------------------------------------------------------*
       340-CONTROLER-PLAFOND.
           SET WS-MVT-ACCEPTE-PLAF TO TRUE
           IF FD-FICMVTS-CODE = 'D'
              AND NOT WS-MVT-REFUSE-DAT
              AND NOT WS-MVT-REFUSE-BLOC
              IF FD-FICCPTE-NUMCPT = FD-FICMVTS-NUMCPT
                 MOVE FD-FICCPTE-PRODUIT TO WS-PRODUIT-PLAF
                 MOVE FD-FICCPTE-SOLDE   TO WS-SOLDE-PLAF
              ELSE
                 MOVE WS-PRODUIT-COMPTE  TO WS-PRODUIT-PLAF
                 MOVE 0                  TO WS-SOLDE-PLAF
              END-IF
              IF WS-PRODUIT-PLAF = WS-LIVRET-PRODUIT
                 COMPUTE WS-SOLDE-PLAF = WS-SOLDE-PLAF
                         + WS-CUMUL-DPOT - WS-CUMUL-RTRAIT
                         - WS-CUMUL-CB + WS-CUMUL-VIR
                         + WS-CUMUL-INT - WS-CUMUL-FRA - WS-CUMUL-PRE
                         - WS-CUMUL-CHQ - WS-CUMUL-RAS
                         + FD-FICMVTS-MONTANT
                 IF WS-SOLDE-PLAF > WS-LIVRET-PLAFOND
                    SET WS-MVT-REFUSE-PLAF TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       336-RECH-BLOCAGE.
           IF WS-BLO-NUMCPT (IX-BLO) = FD-FICMVTS-NUMCPT
              AND WS-BLO-DATE-DEB (IX-BLO) NOT > WS-SYSIN-DATE
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-CUMUL-PRE
              WHEN 'Q'
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-CUMUL-CHQ
              WHEN 'S'
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-CUMUL-RAS
              WHEN OTHER
                 DISPLAY 'COMPTE ' FD-FICMVTS-NUMCPT
                         ' : EXTOURNE AVEC CODE ORIGINE '
              MOVE HIGH-VALUE TO FD-FICMVTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-MVTS
              ADD 1 TO CP-POS-MVTS
              IF FD-FICMVTS-NUMCPT < WS-SEQ-MVTS
                 DISPLAY '*** DESEQUENCE FICMVTS - CLE LUE : '
                         FD-FICMVTS-NUMCPT ' APRES : ' WS-SEQ-MVTS
              MOVE HIGH-VALUE TO FD-FICCPTE-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-CPTE
              ADD 1 TO CP-POS-CPTE
              IF FD-FICCPTE-NUMCPT = WS-NUMCPT-PREC-CPTE
                 DISPLAY '*** DOUBLON DETECTE DANS FICCPTE - COMPTE : '
                         FD-FICCPTE-NUMCPT ' ***'
           COMPUTE WS-TOTAL = WS-CUMUL-DPOT - WS-CUMUL-RTRAIT
           - WS-CUMUL-CB + WS-CUMUL-VIR
           + WS-CUMUL-INT - WS-CUMUL-FRA - WS-CUMUL-PRE
           - WS-CUMUL-CHQ - WS-CUMUL-RAS
           MOVE ED-FICCPTS TO ED-ZONE-CPTS
           MOVE FD-FICCPTE-SOLDE TO WS-ANCIEN-SOLDE
           MOVE FD-FICCPTE-SOLDE TO WS-NOUV-SOLDE
           COMPUTE WS-TOTAL = WS-CUMUL-DPOT - WS-CUMUL-RTRAIT
           - WS-CUMUL-CB + WS-CUMUL-VIR
           + WS-CUMUL-INT - WS-CUMUL-FRA - WS-CUMUL-PRE
           - WS-CUMUL-CHQ - WS-CUMUL-RAS
           MOVE WS-TOTAL TO ED-FICCPTS-SOLDE
           MOVE WS-TOTAL TO WS-NOUV-SOLDE
           MOVE ED-DATE-DERNIER-MVT TO ED-FICCPTS-DATE-MAJ
           COMPUTE WS-TOTAL = WS-CUMUL-DPOT - WS-CUMUL-CB
           - WS-CUMUL-RTRAIT + WS-CUMUL-VIR
           + WS-CUMUL-INT - WS-CUMUL-FRA - WS-CUMUL-PRE
           - WS-CUMUL-CHQ - WS-CUMUL-RAS
           COMPUTE WS-NOUV-SOLDE = WS-TOTAL + WS-ANCIEN-SOLDE
           MOVE WS-NOUV-SOLDE TO ED-FICCPTS-SOLDE
           MOVE FD-FICMVTS-DATE TO ED-DATE-DERNIER-MVT
           MOVE FD-FICCPTE-PRODUIT TO ED-FICCPTS-PRODUIT
           MOVE FD-FICCPTE-JOUR-RELEVE TO ED-FICCPTS-JOUR-RELEVE
           PERFORM 730-CONTROLER-COMPTE
           PERFORM 795-RECH-RESERVE
           COMPUTE WS-SOLDE-DISPO = WS-NOUV-SOLDE - WS-MT-RESERVE
           EVALUATE TRUE
              WHEN NOT CVALCPT-RETOUR-OK
                 PERFORM 622-ECRIRE-FICREJ-INVALIDE
                 MOVE FD-FICCPTE TO ED-FICCPTS
                 MOVE ED-FICCPTS TO ED-ZONE-CPTS
                 ADD 1 TO CP-REJET-INVALIDE
              WHEN WS-SOLDE-DISPO < 0
                 AND (WS-SOLDE-DISPO + FD-FICCPTE-DECOUVERT-AUT) < 0
                 AND (WS-MT-RESERVE = 0 OR WS-TOTAL < 0)
      *          DEPASSEMENT DU DECOUVERT AUTORISE DU COMPTE, SUR LE
      *          SOLDE DISPONIBLE (LES RESERVATIONS NE BLOQUENT QU'UNE
      *          JOURNEE DEBITRICE, JAMAIS UN CREDIT) :
      *          LE SOLDE D'ORIGINE EST CONSERVE, LE NOUVEAU SOLDE
      *          EST ROUTE EN REJET SOUS LE MOTIF 'D'
                 PERFORM 626-ECRIRE-FICREJ-DECOUVERT
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           WRITE FD-FICAUDIT
           ADD 1 TO CP-SORTIE-AUDIT
           .
       620-ECRIRE-FICREJ-NOUVEAU.
           MOVE WS-DEVISE-COMPTE TO FD-FICREJ-DEVISE
           MOVE WS-TOTAL            TO FD-FICREJ-MONTANT
           MOVE 'N'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           .
       621-ECRIRE-FICREJ-CLOS.
           MOVE WS-DEVISE-COMPTE TO FD-FICREJ-DEVISE
           MOVE WS-TOTAL            TO FD-FICREJ-MONTANT
           MOVE 'C'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           .
       622-ECRIRE-FICREJ-INVALIDE.
      *    LA DATE PORTEE EST CELLE DU DERNIER MOUVEMENT, PAS LA DATE
           MOVE WS-TOTAL            TO FD-FICREJ-MONTANT
           MOVE 'I'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           .
       627-ECRIRE-FICREJ-VELOCITE.
           MOVE FD-FICMVTS-DEVISE   TO FD-FICREJ-DEVISE
           COMPUTE FD-FICREJ-MONTANT = 0 - FD-FICMVTS-MONTANT
           MOVE 'V'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           ADD 1 TO CP-REJET-VELOCITE
           IF WS-DEPASSEMENT-EDITE = 'N'
              PERFORM 806-LIGNE-DEPASSEMENT
           COMPUTE FD-FICREJ-MONTANT = 0 - FD-FICMVTS-MONTANT
           MOVE 'T'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           ADD 1 TO CP-REJET-DAT
           .

           COMPUTE FD-FICREJ-MONTANT = 0 - FD-FICMVTS-MONTANT
           MOVE 'B'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           ADD 1 TO CP-REJET-BLOQUE
           .

      *    DEPOT REFUSE : LE MONTANT EST UN CREDIT NON POSTE, IL EST
      *    PORTE EN POSITIF (LES DEBITS ECARTES V/T/B SONT NEGATIFS)
       633-ECRIRE-FICREJ-PLAFOND.
           MOVE FD-FICMVTS-DEVISE   TO FD-FICREJ-DEVISE
           MOVE FD-FICMVTS-NUMCPT   TO FD-FICREJ-NUMCPT
           MOVE FD-FICMVTS-DATE     TO FD-FICREJ-DATE
           MOVE FD-FICMVTS-MONTANT  TO FD-FICREJ-MONTANT
           MOVE 'L'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
           ADD 1 TO CP-REJET-PLAFOND
           .

       626-ECRIRE-FICREJ-DECOUVERT.
           MOVE FD-FICCPTE-DEVISE   TO FD-FICREJ-DEVISE
           MOVE ED-FICCPTS-NUMCPT   TO FD-FICREJ-NUMCPT
           MOVE WS-TOTAL            TO FD-FICREJ-MONTANT
           MOVE 'D'                 TO FD-FICREJ-MOTIF
           WRITE FD-FICREJ
           ADD 1 TO CP-SORTIE-REJ
      *    AVIS AU CLIENT : EVENEMENT HABILLE PAR L'EDITEUR
      *    CENTRAL COBTPLET (MODELE 'DECO')
           MOVE SPACES TO FD-FICLETRQ
              MOVE WS-TOTAL TO FD-FICLETRQ-MONTANT
           END-IF
           WRITE FD-FICLETRQ
           ADD 1 TO CP-SORTIE-LETRQ
           .

      *      ---------------------------------------------------------*
      *-----< POINT DE REPRISE : LECTURE EN DEBUT DE REPRISE,         *
      *      ECRITURE TOUS LES WS-CKPT-INTERVAL COMPTES, REMISE A     *
      *      BLANC EN FIN NORMALE                                     *
      *      ---------------------------------------------------------*
       630-LIRE-CHECKPOINT.
           MOVE SPACES TO WS-CKPT
           OPEN INPUT FICCKPT
           IF FS-FICCKPT NOT = '00'
              DISPLAY ' ERREUR OUVERTURE FICCKPT  FS-FICCKPT = '
              FS-FICCKPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           READ FICCKPT INTO WS-CKPT
           EVALUATE FS-FICCKPT
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 MOVE SPACES TO WS-CKPT
              WHEN OTHER
                 DISPLAY ' ERREUR LECTURE FICCKPT  FS-FICCKPT = '
                 FS-FICCKPT
                 PERFORM 998-ARRET-ANORMAL
           END-EVALUATE
           CLOSE FICCKPT
           IF FS-FICCKPT NOT = '00'
              DISPLAY ' ERREUR FERMETURE FICCKPT  FS-FICCKPT = '
              FS-FICCKPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           EVALUATE TRUE
              WHEN WS-CKPT-NUMCPT = SPACES
                 DISPLAY '*** REPRISE DEMANDEE SANS CHECKPOINT EN '
                         'COURS - TRAITEMENT COMPLET ***'
              WHEN WS-CKPT-DATE NOT = WS-SYSIN-DATE
                OR WS-CKPT-PARTITION NOT = WS-SYSIN-PARTITION
                 DISPLAY '*** CHECKPOINT DU CYCLE ' WS-CKPT-DATE
                         ' PARTITION ' WS-CKPT-PARTITION
                         ' - REPRISE REFUSEE ***'
                 PERFORM 998-ARRET-ANORMAL
              WHEN OTHER
                 SET WS-REPRISE-OUI TO TRUE
           END-EVALUATE
           .

      *    LES SORTIES SONT FERMEES PUIS ROUVERTES EN EXTENSION : LES
      *    ENREGISTREMENTS COMPTES AU CHECKPOINT SONT AINSI SUR DISQUE
       631-ECRIRE-CHECKPOINT.
           CLOSE FICCPTS
           CLOSE FICREJ
           CLOSE FICLETRQ
           CLOSE FICAUDIT
           OPEN EXTEND FICCPTS
           OPEN EXTEND FICREJ
           OPEN EXTEND FICLETRQ
           OPEN EXTEND FICAUDIT
           MOVE SPACES TO WS-CKPT
           MOVE WS-SYSIN-DATE TO WS-CKPT-DATE
           MOVE WS-SYSIN-PARTITION TO WS-CKPT-PARTITION
           MOVE ED-FICCPTS-NUMCPT TO WS-CKPT-NUMCPT
           MOVE CP-POS-MVTS TO WS-CKPT-NB-MVTS
           MOVE CP-POS-CPTE TO WS-CKPT-NB-CPTE
           MOVE CP-SORTIE-CPTS TO WS-CKPT-NB-CPTS
           MOVE CP-SORTIE-REJ TO WS-CKPT-NB-REJ
           MOVE CP-SORTIE-LETRQ TO WS-CKPT-NB-LETRQ
           MOVE CP-SORTIE-AUDIT TO WS-CKPT-NB-AUDIT
           MOVE CP-VARIABLES-COMPTEURS TO WS-CKPT-COMPTEURS
           MOVE WS-STAT-JOUR TO WS-CKPT-STAT-JOUR
           MOVE ED-DATE-DERNIER-MVT TO WS-CKPT-DATE-MVT
           MOVE ED-FICCPTS TO WS-CKPT-FICCPTS
           PERFORM 634-ECRIRE-FICCKPT
           .

       632-EFFACER-CHECKPOINT.
           MOVE SPACES TO WS-CKPT
           PERFORM 634-ECRIRE-FICCKPT
           .

      *    UN CHECKPOINT NON ECRIT LAISSERAIT UNE REPRISE REPARTIR
      *    D'UNE POSITION PERIMEE : TOUTE ERREUR ARRETE LA FUSION
       634-ECRIRE-FICCKPT.
           OPEN OUTPUT FICCKPT
           IF FS-FICCKPT NOT = '00'
              DISPLAY ' ERREUR OUVERTURE FICCKPT  FS-FICCKPT = '
              FS-FICCKPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           WRITE FD-FICCKPT FROM WS-CKPT
           IF FS-FICCKPT NOT = '00'
              DISPLAY ' ERREUR ECRITURE FICCKPT  FS-FICCKPT = '
              FS-FICCKPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           CLOSE FICCKPT
           IF FS-FICCKPT NOT = '00'
              DISPLAY ' ERREUR FERMETURE FICCKPT  FS-FICCKPT = '
              FS-FICCKPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REPRISE : RECOPIE DES ENREGISTREMENTS DEJA ECRITS PAR   *
      *      L'EXECUTION INTERROMPUE JUSQU'AU CHECKPOINT ; CE QUI A   *
      *      ETE ECRIT APRES EST IGNORE ET SERA REFAIT                *
      *      ---------------------------------------------------------*
       640-RECOPIER-FICCPTS.
           OPEN INPUT FICCPTSR
           IF FS-FICCPTSR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTSR  FS-FICCPTSR = '
              FS-FICCPTSR
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM VARYING CP-RECOPIE FROM 1 BY 1
                     UNTIL CP-RECOPIE > CP-SORTIE-CPTS
              READ FICCPTSR
              IF FS-FICCPTSR NOT = '00'
                 DISPLAY '*** FICCPTSR INCOMPLET - ENREGISTREMENT '
                         CP-RECOPIE ' ABSENT ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              WRITE FD-FICCPTS FROM FD-FICCPTSR
           END-PERFORM
           CLOSE FICCPTSR
           .

       641-RECOPIER-FICREJ.
           OPEN INPUT FICREJR
           IF FS-FICREJR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREJR   FS-FICREJR = '
              FS-FICREJR
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM VARYING CP-RECOPIE FROM 1 BY 1
                     UNTIL CP-RECOPIE > CP-SORTIE-REJ
              READ FICREJR
              IF FS-FICREJR NOT = '00'
                 DISPLAY '*** FICREJR INCOMPLET - ENREGISTREMENT '
                         CP-RECOPIE ' ABSENT ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              WRITE FD-FICREJ FROM FD-FICREJR
           END-PERFORM
           CLOSE FICREJR
           .

       642-RECOPIER-FICLETRQ.
           OPEN INPUT FICLETRR
           IF FS-FICLETRR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLETRR  FS-FICLETRR = '
              FS-FICLETRR
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM VARYING CP-RECOPIE FROM 1 BY 1
                     UNTIL CP-RECOPIE > CP-SORTIE-LETRQ
              READ FICLETRR
              IF FS-FICLETRR NOT = '00'
                 DISPLAY '*** FICLETRR INCOMPLET - ENREGISTREMENT '
                         CP-RECOPIE ' ABSENT ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              WRITE FD-FICLETRQ FROM FD-FICLETRR
           END-PERFORM
           CLOSE FICLETRR
           .

       643-RECOPIER-FICAUDIT.
           OPEN INPUT FICAUDIR
           IF FS-FICAUDIR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAUDIR  FS-FICAUDIR = '
              FS-FICAUDIR
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           PERFORM VARYING CP-RECOPIE FROM 1 BY 1
                     UNTIL CP-RECOPIE > CP-SORTIE-AUDIT
              READ FICAUDIR
              IF FS-FICAUDIR NOT = '00'
                 DISPLAY '*** FICAUDIR INCOMPLET - ENREGISTREMENT '
                         CP-RECOPIE ' ABSENT ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              WRITE FD-FICAUDIT FROM FD-FICAUDIR
           END-PERFORM
           CLOSE FICAUDIR
           .
      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
           INITIALIZE WS-CUMUL-FRA
           INITIALIZE WS-CUMUL-PRE
           INITIALIZE WS-CUMUL-CHQ
           INITIALIZE WS-CUMUL-RAS
           MOVE FD-FICMVTS-DEVISE TO WS-DEVISE-COMPTE
           MOVE FD-FICMVTS-PRODUIT TO WS-PRODUIT-COMPTE
           IF WS-PRODUIT-COMPTE = SPACE
           INITIALIZE CP-REJET-VELOCITE
           INITIALIZE CP-REJET-DAT
           INITIALIZE CP-REJET-BLOQUE
           INITIALIZE CP-REJET-PLAFOND
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
           .
           CLOSE FICBLOC
           .

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS DE FONDS : SEULES CELLES NON ECHUES A LA   *
      *      DATE DU CYCLE SONT RETENUES (ECHEANCE A ZERO = JUSQU'A   *
      *      LEVEE), CUMULEES PAR COMPTE                              *
      *      ---------------------------------------------------------*
       793-CHARGER-FICRESV.
           OPEN INPUT FICRESV
           IF FS-FICRESV NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRESV   FS-FICRESV = '
                      FS-FICRESV
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           MOVE 0 TO IX-RSV-CHARG
           READ FICRESV
           PERFORM UNTIL FS-FICRESV = '10'
              IF FD-FICRESV-DATE-ECH = 0
                 OR FD-FICRESV-DATE-ECH NOT < WS-SYSIN-DATE
                 PERFORM 794-CUMULER-RESERVE
              END-IF
              READ FICRESV
           END-PERFORM
           CLOSE FICRESV
           .

       794-CUMULER-RESERVE.
           IF IX-RSV-CHARG > 0
              AND FD-FICRESV-NUMCPT < WS-RSV-NUMCPT (IX-RSV-CHARG)
              DISPLAY '*** FICRESV NON TRIE - CLE LUE : '
                      FD-FICRESV-NUMCPT ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF IX-RSV-CHARG = 0
              OR FD-FICRESV-NUMCPT NOT = WS-RSV-NUMCPT (IX-RSV-CHARG)
              IF IX-RSV-CHARG = IX-RSV-MAX
                 DISPLAY '*** TABLE DES RESERVATIONS SATUREE A '
                         IX-RSV-MAX ' COMPTES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-RSV-CHARG
              MOVE FD-FICRESV-NUMCPT TO WS-RSV-NUMCPT (IX-RSV-CHARG)
              MOVE 0 TO WS-RSV-MONTANT (IX-RSV-CHARG)
           END-IF
           ADD FD-FICRESV-MONTANT TO WS-RSV-MONTANT (IX-RSV-CHARG)
           ADD 1 TO CP-RESERVATIONS
           .

       795-RECH-RESERVE.
           MOVE 0 TO WS-MT-RESERVE
           IF IX-RSV-CHARG > 0
              SEARCH ALL WS-RSV-POSTE
                 AT END CONTINUE
                 WHEN WS-RSV-NUMCPT (IX-RSV-BIN)
                      = ED-FICCPTS-NUMCPT
                    MOVE WS-RSV-MONTANT (IX-RSV-BIN) TO WS-MT-RESERVE
              END-SEARCH
           END-IF
           .

       798-CONTROLE-RUN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-PARTITION NOT NUMERIC
           IF WS-SYSIN-NUMCPT-FIN = LOW-VALUES
              MOVE SPACES TO WS-SYSIN-NUMCPT-FIN
           END-IF
           IF WS-SYSIN-REPRISE-OUI
              PERFORM 630-LIRE-CHECKPOINT
           END-IF
           OPEN INPUT FICRUN
           IF FS-FICRUN = '00'
              READ FICRUN
           END-IF
      *    EN CYCLE PARTITIONNE, LE MEME JOUR PEUT TOURNER UNE FOIS
      *    PAR PARTITION : LE REFUS NE VAUT QUE POUR LA MEME
      *    PARTITION DU MEME JOUR. UNE REPRISE SUR CHECKPOINT
      *    TERMINE LE CYCLE INTERROMPU ET N'EST PAS UNE RELANCE
           IF WS-SYSIN-DATE = WS-DERNIER-CYCLE
              AND WS-SYSIN-DATE NOT = 0
              AND WS-SYSIN-PARTITION = WS-DERNIERE-PARTITION
              AND NOT WS-FORCE-OUI
              AND WS-REPRISE-NON
              DISPLAY '*** CYCLE DU ' WS-SYSIN-DATE
                      ' PARTITION ' WS-SYSIN-PARTITION
                      ' DEJA TRAITE - RELANCE REFUSEE SANS FORCE ***'
              END-SEARCH
           END-IF
           .
      *      ---------------------------------------------------------*
      *-----< CHECKPOINT ET REPRISE DE LA FUSION                      *
      *      ---------------------------------------------------------*
       715-VERIF-CHECKPOINT.
           DIVIDE CP-SORTIE-CPTS BY WS-CKPT-INTERVAL
              GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
           IF WS-CKPT-REM = 0
              PERFORM 631-ECRIRE-CHECKPOINT
           END-IF
           .

      *    LES ENTREES SONT RELUES JUSQU'AU PREMIER COMPTE QUI SUIT LE
      *    DERNIER COMPTE ECRIT ; LES POSITIONS ATTEINTES DOIVENT ETRE
      *    CELLES DU CHECKPOINT, SINON LES ENTREES ONT CHANGE
       716-REPOSITIONNER.
           PERFORM 604-LIRE-FICMVTS
             UNTIL FD-FICMVTS-NUMCPT > WS-CKPT-NUMCPT
           PERFORM 605-LIRE-FICCPTE
             UNTIL FD-FICCPTE-NUMCPT > WS-CKPT-NUMCPT
           IF CP-POS-MVTS NOT = WS-CKPT-NB-MVTS
              OR CP-POS-CPTE NOT = WS-CKPT-NB-CPTE
              DISPLAY '*** POSITIONS FICMVTS/FICCPTE (' CP-POS-MVTS
                      '/' CP-POS-CPTE ') DIFFERENTES DU CHECKPOINT ('
                      WS-CKPT-NB-MVTS '/' WS-CKPT-NB-CPTE ') ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       717-RESTAURER-COMPTEURS.
           MOVE WS-CKPT-COMPTEURS TO CP-VARIABLES-COMPTEURS
           MOVE WS-CKPT-STAT-JOUR TO WS-STAT-JOUR
           MOVE WS-CKPT-DATE-MVT TO ED-DATE-DERNIER-MVT
           MOVE WS-CKPT-FICCPTS TO ED-FICCPTS
           MOVE WS-CKPT-NB-CPTS TO CP-SORTIE-CPTS
           MOVE WS-CKPT-NB-REJ TO CP-SORTIE-REJ
           MOVE WS-CKPT-NB-LETRQ TO CP-SORTIE-LETRQ
           MOVE WS-CKPT-NB-AUDIT TO CP-SORTIE-AUDIT
           .

       718-RECOPIER-SORTIES.
           PERFORM 640-RECOPIER-FICCPTS
           PERFORM 641-RECOPIER-FICREJ
           PERFORM 642-RECOPIER-FICLETRQ
           PERFORM 643-RECOPIER-FICAUDIT
           .

       730-CONTROLER-COMPTE.
           MOVE ED-FICCPTS-NUMCPT   TO CVALCPT-NUMCPT
           MOVE ED-FICCPTS-DATE-MAJ TO CVALCPT-DATE
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *      ---------------------------------------------------------*
      *-----< BANDEAU DE REPRISE EN TETE DE L'ETAT : LES COMPTES      *
      *      ANTERIEURS AU CHECKPOINT SONT SUR L'ETAT DE L'EXECUTION  *
      *      INTERROMPUE                                              *
      *      ---------------------------------------------------------*
       809-BANDEAU-REPRISE.
           MOVE WS-CKPT-DATE TO AF-REPRISE-DATE
           MOVE WS-CKPT-PARTITION TO AF-REPRISE-PART
           MOVE WS-CKPT-NUMCPT TO AF-REPRISE-NUMCPT
           MOVE WS-CKPT-NB-CPTS TO AF-REPRISE-NB
           MOVE AF-REPRISE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER PAGE
           MOVE AF-REPRISE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE AF-REPRISE3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .




           MOVE CORR WS-HEURE-DEBUT TO WS-HEURE-COM
           DISPLAY 'DEBUT DU TRAITEMENT : ' WS-DATE-DEBUT2 ' A '
                   WS-HEURE-COM
           IF WS-REPRISE-OUI
              DISPLAY 'REPRISE SUR CHECKPOINT APRES LE COMPTE : '
                      WS-CKPT-NUMCPT
           END-IF
           DISPLAY 'NOMBRE DE CREATIONS          : ' CP-CREA
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIF
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORT
                   CP-REJET-DAT
           DISPLAY 'NOMBRE DE REJETS COMPTE BLOQUE     : '
                   CP-REJET-BLOQUE
           DISPLAY 'NOMBRE DE REJETS PLAFOND LIVRET    : '
                   CP-REJET-PLAFOND
           DISPLAY 'NOMBRE DE RESERVATIONS ACTIVES     : '
                   CP-RESERVATIONS
           DISPLAY 'FIN NORMALE'
           MOVE CORR WS-HEURE-FIN TO WS-HEURE-COM
           DISPLAY 'FIN DE TRAITEMENT   : ' WS-DATE-FIN2 ' A '
                   + CP-REJET-CLOS
                   + CP-REJET-INVALIDE + CP-REJET-DECOUVERT
                   + CP-REJET-VELOCITE + CP-REJET-DAT
                   + CP-REJET-BLOQUE + CP-REJET-PLAFOND
           WRITE FD-FICSTAJ
           PERFORM 628-FERMER-FICSTAJ
           .
           IF (CP-ERREUR-TOT > 0 OR CP-REJET-CLOS > 0
               OR CP-REJET-INVALIDE > 0 OR CP-REJET-DECOUVERT > 0
               OR CP-REJET-VELOCITE > 0 OR CP-REJET-DAT > 0
               OR CP-REJET-BLOQUE > 0 OR CP-REJET-PLAFOND > 0)
              AND WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
                   + CP-REJET-CLOS
                   + CP-REJET-INVALIDE + CP-REJET-DECOUVERT
                   + CP-REJET-VELOCITE + CP-REJET-DAT
                   + CP-REJET-BLOQUE + CP-REJET-PLAFOND
           WRITE FD-FICSTAT
           CLOSE FICSTAT
           .
           ELSE
              DISPLAY 'RECONCILIATION MOUVEMENTS : PASS'
           END-IF
      *    LES REJETS VELOCITE/DAT/BLOQUE/PLAFOND SONT COMPTES PAR
      *    MOUVEMENT ECARTE, LE COMPTE PASSANT QUAND MEME PAR SON
      *    CIRCUIT NORMAL : ILS NE DEPLACENT AUCUNE ECRITURE FICCPTS
      *    ET NE RENTRENT PAS DANS L'EQUATION, CONTRAIREMENT AUX REJETS
      *    INVALIDE/DECOUVERT QUI REMPLACENT LE POSTE MODIF
           COMPUTE WS-CTL-CPTS = CP-CREA + CP-MODIF + CP-REPORT
                   + CP-REJET-INVALIDE + CP-REJET-DECOUVERT

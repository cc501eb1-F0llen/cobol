       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPSWP.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPSWP                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * GENERATEUR DES BALAYAGES DE TRESORERIE, APRES LA FUSION DE    *
      * BANKNITE :                                                    *
      *   - INSTRUCTIONS ECHUES (FICBALYO, MAINTENUES PAR COBTPBAY)   *
      *     EVALUEES SUR LES SOLDES DE CLOTURE DU SOIR (FICCPTS) :    *
      *     . SOLDE SOURCE > PLAFOND : L'EXCEDENT VA SUR LA CIBLE,    *
      *       LIMITE A LA MARGE SOUS LE PLAFOND LEGAL SI LA CIBLE     *
      *       EST UN LIVRET REGLEMENTE (CLIVRET)                      *
      *     . SOLDE SOURCE < PLANCHER : LA CIBLE RENFLOUE LA SOURCE   *
      *       JUSQU'AU PLANCHER, DANS LA LIMITE DE SON SOLDE          *
      *   - CHAQUE BALAYAGE EST UNE PAIRE DE JAMBES 'V' APPARIEES     *
      *     (EMISE / RECUE, REFERENCE 'SWP' + NUMERO, MEME MONTANT)   *
      *     DATEE DU PROCHAIN JOUR OUVRE, DEPOSEE DANS LA NAVETTE     *
      *     FICMVTSW CONSOMMEE PAR LA CONSOLIDATION DU CYCLE SUIVANT  *
      *     (CANAL 'O' DES ORDRES PERMANENTS)                         *
      *   - PAS DE BALAYAGE SI LE COMPTE DEBITE EST BLOQUE (GEL OU    *
      *     SAISIE FICBLOC POSES PAR COBTPBLQ)                        *
      *   - COMPTE ABSENT, DEVISES DIFFERENTES, DEPOT A TERME OU      *
      *     COMPTE DEJA BALAYE DANS LE CYCLE : ANOMALIE (CODE RETOUR  *
      *     4) SUR FICETAT                                            *
      *   - ECHEANCES AVANCEES SELON LA PERIODICITE (SANS RATTRAPAGE) *
      *     DANS LA NOUVELLE GENERATION DES INSTRUCTIONS (FICBALYN)   *
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
           SELECT FICBALYO ASSIGN TO FICBALYO
                  FILE STATUS IS FS-FICBALYO.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICBLOC ASSIGN TO FICBLOC FILE STATUS IS FS-FICBLOC.
           SELECT FICBALYN ASSIGN TO FICBALYN.
           SELECT FICMVTSW ASSIGN TO FICMVTSW.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    INSTRUCTIONS DE BALAYAGE (MAINTENUES PAR COBTPBAY), TRIEES
      *    PAR COMPTE SOURCE PUIS COMPTE CIBLE
       FD FICBALYO
           RECORDING MODE IS F.
       01     FD-FICBALYO.
         05   FILLER            PIC X(80).

      *    SOLDES DE CLOTURE PRODUITS CE SOIR PAR LA FUSION
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(28).
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FD-FICCPTS-PRODUIT PIC X(01).
         05   FILLER            PIC X(24).

       FD FICBLOC
           RECORDING MODE IS F.
       01     FD-FICBLOC.
         05   FD-FICBLOC-NUMCPT PIC X(10).
         05   FD-FICBLOC-TYPE   PIC X(01).
         05   FD-FICBLOC-REFERENCE PIC X(10).
         05   FD-FICBLOC-DATE-DEB PIC 9(08).
         05   FD-FICBLOC-DATE-FIN PIC 9(08).
         05   FD-FICBLOC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(33).

      *    NOUVELLE GENERATION DES INSTRUCTIONS (MEME FORMAT)
       FD FICBALYN
           RECORDING MODE IS F.
       01     FD-FICBALYN.
         05   FILLER            PIC X(80).

      *    NAVETTE DES VIREMENTS DE BALAYAGE, CONSOMMEE PAR LA
      *    CONSOLIDATION DU CYCLE SUIVANT (CANAL 'O')
       FD FICMVTSW
           RECORDING MODE IS F.
       01     FD-FICMVTSW.
         05   FD-FICMVTSW-NUMCPT PIC X(10).
         05   FD-FICMVTSW-DATE  PIC 9(08).
         05   FD-FICMVTSW-CODE  PIC X(01).
         05   FD-FICMVTSW-MONTANT PIC 9(08)V99.
         05   FD-FICMVTSW-DEVISE PIC X(03).
         05   FD-FICMVTSW-AGENCE PIC X(03).
         05   FD-FICMVTSW-GUICHETIER PIC X(04).
         05   FD-FICMVTSW-CANAL PIC X(01).
         05   FD-FICMVTSW-REFERENCE PIC X(10).
         05   FD-FICMVTSW-CONTREPARTIE PIC X(10).
         05   FD-FICMVTSW-PRODUIT PIC X(01).
         05   FD-FICMVTSW-SENS  PIC X(01).
         05   FD-FICMVTSW-CODE-ORIGINE PIC X(01).
         05   FD-FICMVTSW-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

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
         05   FS-FICBALYO        PIC X(2).
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICBLOC         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DU CYCLE)                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *    DATE DES VIREMENTS : PROCHAIN JOUR OUVRE, DATE DU CYCLE QUI
      *    LES POSTERA
       01     WS-DATE-MVT        PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< INSTRUCTIONS DE BALAYAGE ET SOLDES DE CLOTURE DE LEURS  *
      *      DEUX COMPTES                                             *
      *      ---------------------------------------------------------*
       01     WS-INDICES-INSTRUCTION.
         05   IX-INS             PIC 9(4) COMP VALUE 0.
         05   IX-INS-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-INS-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-INS-PREC        PIC 9(4) COMP VALUE 0.
       01     WS-TAB-INSTRUCTION.
         05   WS-INS-POSTE OCCURS 2000 TIMES.
           10 WS-INS-ENREG.
             15 WS-INS-SOURCE      PIC X(10).
             15 WS-INS-CIBLE       PIC X(10).
             15 WS-INS-PLANCHER    PIC 9(08)V99.
             15 WS-INS-PLAFOND     PIC 9(08)V99.
             15 WS-INS-PERIODICITE PIC X(01).
               88 WS-INS-QUOTIDIEN     VALUE 'J'.
               88 WS-INS-HEBDOMADAIRE  VALUE 'H'.
             15 WS-INS-PROCHAINE   PIC 9(08).
             15 WS-INS-STATUT      PIC X(01).
               88 WS-INS-SUSPENDU      VALUE 'S'.
             15 WS-INS-DATE-DERNIER PIC 9(08).
             15 FILLER             PIC X(22).
           10 WS-INS-SRC-TROUVE  PIC X(01).
           10 WS-INS-SRC-SOLDE   PIC S9(09)V99 COMP-3.
           10 WS-INS-SRC-DEVISE  PIC X(03).
           10 WS-INS-SRC-PRODUIT PIC X(01).
           10 WS-INS-CIB-TROUVE  PIC X(01).
           10 WS-INS-CIB-SOLDE   PIC S9(09)V99 COMP-3.
           10 WS-INS-CIB-DEVISE  PIC X(03).
           10 WS-INS-CIB-PRODUIT PIC X(01).
           10 WS-INS-EMIS        PIC X(01).

      *      ---------------------------------------------------------*
      *-----< BLOCAGES ACTIFS (FICBLOC, GELS ET SAISIES)              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-BLOCAGE.
         05   IX-BLO             PIC 9(4) COMP VALUE 0.
         05   IX-BLO-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-BLO-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-BLO-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-BLOCAGE.
         05   WS-BLO-POSTE OCCURS 500 TIMES.
           10 WS-BLO-NUMCPT      PIC X(10).
           10 WS-BLO-DATE-DEB    PIC 9(08).
           10 WS-BLO-DATE-FIN    PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< VIREMENT DE BALAYAGE EN COURS                           *
      *      ---------------------------------------------------------*
       01     WS-MONTANT         PIC S9(09)V99 COMP-3.
       01     WS-MARGE           PIC S9(09)V99 COMP-3.
       01     WS-MONTANT-MAX     PIC S9(09)V99 COMP-3
                                 VALUE 99999999.99.
       01     WS-CPT-DEBITE      PIC X(10).
       01     WS-CPT-CREDITE     PIC X(10).
       01     WS-PRODUIT-DEBITE  PIC X(01).
       01     WS-PRODUIT-CREDITE PIC X(01).
       01     WS-REFERENCE-BALAYAGE.
         05   FILLER             PIC X(03) VALUE 'SWP'.
         05   WS-REF-SEQ         PIC 9(07) VALUE 0.
       01     WS-SWITCH-DEJA     PIC X(01).
         88   WS-COMPTE-DEJA-BALAYE  VALUE 'O'.
         88   WS-COMPTE-LIBRE        VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< AVANCEMENT DE L'ECHEANCE                                *
      *      ---------------------------------------------------------*
       01     WS-ECHEANCE.
         05   WS-ECH-SSAA        PIC 9(04).
         05   WS-ECH-MM          PIC 9(02).
         05   WS-ECH-JJ          PIC 9(02).
       01     WS-ECHEANCE-N REDEFINES WS-ECHEANCE PIC 9(08).
       01     WS-JJ-MAX          PIC 9(02).
       01     WS-RESTE4          PIC 9(04).
       01     WS-RESTE100        PIC 9(04).
       01     WS-RESTE400        PIC 9(04).
       01     WS-QUOTIENT        PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< PLAFOND DU LIVRET D'EPARGNE REGLEMENTE                  *
      *      ---------------------------------------------------------*
       COPY CLIVRET.

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-BALYO   PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-SUSPENDUES      PIC 9(6) COMP VALUE 0.
         05   CP-NON-ECHUES      PIC 9(6) COMP VALUE 0.
         05   CP-SANS-OBJET      PIC 9(6) COMP VALUE 0.
         05   CP-EXCEDENTS       PIC 9(6) COMP VALUE 0.
         05   CP-RENFLOUEMENTS   PIC 9(6) COMP VALUE 0.
         05   CP-LIMITES-LIVRET  PIC 9(6) COMP VALUE 0.
         05   CP-NON-EMIS        PIC 9(6) COMP VALUE 0.
         05   CP-BLOQUES         PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MVT    PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-BALYN  PIC 9(6) COMP VALUE 0.
       01     CP-TOTAL-BALAYE    PIC 9(12)V99 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'BALAYAGES DE TRESORERIE DU CYCLE DU        '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'DEBITE     CREDITE    REFERENCE'.
         05   FILLER PIC X(07) VALUE 'MONTANT'.

       01     ED-LIGNE-ETAT.
         05   ED-ETA-DEBITE      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-CREDITE     PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-LIBELLE     PIC X(30).

       01     ED-TOTAL.
         05   FILLER PIC X(22) VALUE 'TOTAL BALAYE '.
         05   ED-TOT-NB          PIC ZZZZZ9.
         05   FILLER PIC X(05) VALUE SPACES.
         05   ED-TOT-MONTANT     PIC ZZZBZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< BALAYAGES                                               *
      *      ---------------------------------------------------------*
       100-BALAYAGES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT

           PERFORM 200-INSTRUCTION
             VARYING IX-INS FROM 1 BY 1
               UNTIL IX-INS > IX-INS-CHARG

           PERFORM 808-LIGNE-TOTAL
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< INSTRUCTION : UNE INSTRUCTION SUSPENDUE OU NON ECHUE    *
      *      EST RECOPIEE TELLE QUELLE ; UNE INSTRUCTION ECHUE EST    *
      *      EVALUEE UNE SEULE FOIS SUR LES SOLDES DU SOIR (PAS DE    *
      *      RATTRAPAGE DES ECHEANCES MANQUEES) PUIS SON ECHEANCE     *
      *      AVANCE AU-DELA DE LA DATE DU CYCLE                       *
      *      ---------------------------------------------------------*
       200-INSTRUCTION.
           EVALUATE TRUE
              WHEN WS-INS-SUSPENDU (IX-INS)
                 ADD 1 TO CP-SUSPENDUES
              WHEN WS-INS-PROCHAINE (IX-INS) > WS-SYSIN-DATE
                 ADD 1 TO CP-NON-ECHUES
              WHEN OTHER
                 PERFORM 210-EVALUER-INSTRUCTION
                 PERFORM 720-AVANCER-ECHEANCE
           END-EVALUATE
           PERFORM 630-ECRIRE-FICBALYN
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLES PUIS SENS DU BALAYAGE : EXCEDENT AU-DELA DU   *
      *      PLAFOND VERS L'EPARGNE, RENFLOUEMENT JUSQU'AU PLANCHER   *
      *      DEPUIS L'EPARGNE ; ENTRE LES DEUX SEUILS RIEN N'EST EMIS *
      *      ---------------------------------------------------------*
       210-EVALUER-INSTRUCTION.
           MOVE WS-INS-SOURCE (IX-INS) TO ED-ETA-DEBITE
           MOVE WS-INS-CIBLE (IX-INS)  TO ED-ETA-CREDITE
           MOVE SPACES TO ED-ETA-REFERENCE
           MOVE 0 TO ED-ETA-MONTANT
           PERFORM 715-RECH-DEJA-BALAYE
           EVALUATE TRUE
              WHEN WS-INS-SRC-TROUVE (IX-INS) NOT = 'O'
                OR WS-INS-CIB-TROUVE (IX-INS) NOT = 'O'
                 MOVE 'COMPTE ABSENT DE LA CLOTURE'
                      TO ED-ETA-LIBELLE
                 PERFORM 806-LIGNE-ANOMALIE
              WHEN WS-INS-SRC-DEVISE (IX-INS)
                   NOT = WS-INS-CIB-DEVISE (IX-INS)
                 MOVE 'DEVISES DIFFERENTES'
                      TO ED-ETA-LIBELLE
                 PERFORM 806-LIGNE-ANOMALIE
              WHEN WS-INS-SRC-PRODUIT (IX-INS) = 'T'
                OR WS-INS-CIB-PRODUIT (IX-INS) = 'T'
                 MOVE 'DEPOT A TERME - NON BALAYABLE'
                      TO ED-ETA-LIBELLE
                 PERFORM 806-LIGNE-ANOMALIE
              WHEN WS-COMPTE-DEJA-BALAYE
                 MOVE 'COMPTE DEJA BALAYE CE CYCLE'
                      TO ED-ETA-LIBELLE
                 PERFORM 806-LIGNE-ANOMALIE
              WHEN WS-INS-SRC-SOLDE (IX-INS)
                   > WS-INS-PLAFOND (IX-INS)
                 PERFORM 220-EXCEDENT
              WHEN WS-INS-SRC-SOLDE (IX-INS)
                   < WS-INS-PLANCHER (IX-INS)
                 PERFORM 230-RENFLOUEMENT
              WHEN OTHER
                 ADD 1 TO CP-SANS-OBJET
           END-EVALUATE
           .

      *    EXCEDENT DU COMPTE SOURCE VERS LA CIBLE ; UN LIVRET
      *    REGLEMENTE NE RECOIT QUE SA MARGE SOUS LE PLAFOND LEGAL
       220-EXCEDENT.
           COMPUTE WS-MONTANT = WS-INS-SRC-SOLDE (IX-INS)
                              - WS-INS-PLAFOND (IX-INS)
           IF WS-INS-CIB-PRODUIT (IX-INS) = WS-LIVRET-PRODUIT
              COMPUTE WS-MARGE = WS-LIVRET-PLAFOND
                               - WS-INS-CIB-SOLDE (IX-INS)
              IF WS-MARGE < WS-MONTANT
                 ADD 1 TO CP-LIMITES-LIVRET
                 IF WS-MARGE > 0
                    MOVE WS-MARGE TO WS-MONTANT
                 ELSE
                    MOVE 0 TO WS-MONTANT
                 END-IF
              END-IF
           END-IF
           MOVE WS-INS-SOURCE (IX-INS)      TO WS-CPT-DEBITE
           MOVE WS-INS-SRC-PRODUIT (IX-INS) TO WS-PRODUIT-DEBITE
           MOVE WS-INS-CIBLE (IX-INS)       TO WS-CPT-CREDITE
           MOVE WS-INS-CIB-PRODUIT (IX-INS) TO WS-PRODUIT-CREDITE
           IF WS-MONTANT > 0
              PERFORM 240-EMETTRE-BALAYAGE
              IF WS-INS-EMIS (IX-INS) = 'O'
                 ADD 1 TO CP-EXCEDENTS
              END-IF
           ELSE
              MOVE 'PLAFOND DU LIVRET ATTEINT' TO ED-ETA-LIBELLE
              PERFORM 804-LIGNE-ETAT
              ADD 1 TO CP-NON-EMIS
           END-IF
           .

      *    RENFLOUEMENT DU COMPTE SOURCE DEPUIS LA CIBLE, DANS LA
      *    LIMITE DE SON SOLDE CREDITEUR
       230-RENFLOUEMENT.
           COMPUTE WS-MONTANT = WS-INS-PLANCHER (IX-INS)
                              - WS-INS-SRC-SOLDE (IX-INS)
           IF WS-INS-CIB-SOLDE (IX-INS) < WS-MONTANT
              IF WS-INS-CIB-SOLDE (IX-INS) > 0
                 MOVE WS-INS-CIB-SOLDE (IX-INS) TO WS-MONTANT
              ELSE
                 MOVE 0 TO WS-MONTANT
              END-IF
           END-IF
           MOVE WS-INS-CIBLE (IX-INS)       TO WS-CPT-DEBITE
           MOVE WS-INS-CIB-PRODUIT (IX-INS) TO WS-PRODUIT-DEBITE
           MOVE WS-INS-SOURCE (IX-INS)      TO WS-CPT-CREDITE
           MOVE WS-INS-SRC-PRODUIT (IX-INS) TO WS-PRODUIT-CREDITE
           MOVE WS-CPT-DEBITE  TO ED-ETA-DEBITE
           MOVE WS-CPT-CREDITE TO ED-ETA-CREDITE
           IF WS-MONTANT > 0
              PERFORM 240-EMETTRE-BALAYAGE
              IF WS-INS-EMIS (IX-INS) = 'O'
                 ADD 1 TO CP-RENFLOUEMENTS
              END-IF
           ELSE
              MOVE 'EPARGNE INSUFFISANTE' TO ED-ETA-LIBELLE
              PERFORM 804-LIGNE-ETAT
              ADD 1 TO CP-NON-EMIS
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< VIREMENT APPARIE : JAMBE EMISE SUR LE COMPTE DEBITE,    *
      *      JAMBE RECUE SUR LE COMPTE CREDITE, MEME REFERENCE 'SWP'  *
      *      ET MEME MONTANT (REGLES D'APPARIEMENT DE COBTPEDV). UN   *
      *      COMPTE DEBITE BLOQUE (GEL OU SAISIE ACTIF A LA DATE DU   *
      *      VIREMENT) N'EST PAS BALAYE : LA FUSION REFUSERAIT LE     *
      *      DEBIT D'UN GEL ET LA SAISIE PORTE SUR CES FONDS          *
      *      ---------------------------------------------------------*
       240-EMETTRE-BALAYAGE.
           MOVE 0 TO IX-BLO-CPT
           PERFORM 710-RECH-BLOCAGE
             VARYING IX-BLO FROM 1 BY 1
               UNTIL IX-BLO > IX-BLO-CHARG
                  OR IX-BLO-CPT > 0
           IF IX-BLO-CPT > 0
              MOVE WS-MONTANT TO ED-ETA-MONTANT
              MOVE 'COMPTE DEBITE BLOQUE' TO ED-ETA-LIBELLE
              PERFORM 804-LIGNE-ETAT
              ADD 1 TO CP-BLOQUES
           ELSE
              IF WS-MONTANT > WS-MONTANT-MAX
                 MOVE WS-MONTANT-MAX TO WS-MONTANT
              END-IF
              ADD 1 TO WS-REF-SEQ
              MOVE SPACES TO FD-FICMVTSW
              MOVE WS-CPT-DEBITE     TO FD-FICMVTSW-NUMCPT
              MOVE WS-CPT-CREDITE    TO FD-FICMVTSW-CONTREPARTIE
              MOVE WS-PRODUIT-DEBITE TO FD-FICMVTSW-PRODUIT
              MOVE 'E' TO FD-FICMVTSW-SENS
              PERFORM 631-ECRIRE-FICMVTSW
              MOVE SPACES TO FD-FICMVTSW
              MOVE WS-CPT-CREDITE     TO FD-FICMVTSW-NUMCPT
              MOVE WS-CPT-DEBITE      TO FD-FICMVTSW-CONTREPARTIE
              MOVE WS-PRODUIT-CREDITE TO FD-FICMVTSW-PRODUIT
              MOVE 'R' TO FD-FICMVTSW-SENS
              PERFORM 631-ECRIRE-FICMVTSW
              MOVE 'O' TO WS-INS-EMIS (IX-INS)
              MOVE WS-SYSIN-DATE TO WS-INS-DATE-DERNIER (IX-INS)
              ADD WS-MONTANT TO CP-TOTAL-BALAYE
              MOVE WS-REFERENCE-BALAYAGE TO ED-ETA-REFERENCE
              MOVE WS-MONTANT TO ED-ETA-MONTANT
              MOVE SPACES TO ED-ETA-LIBELLE
              PERFORM 804-LIGNE-ETAT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICBALYO
           IF FS-FICBALYO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBALYO  FS-FICBALYO = '
                      FS-FICBALYO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICBLOC
           IF FS-FICBLOC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBLOC   FS-FICBLOC = '
                      FS-FICBLOC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICBALYN
           OPEN OUTPUT FICMVTSW
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICBALYO.
           READ FICBALYO
           IF FS-FICBALYO NOT = '10'
              ADD 1 TO CP-LECTURE-BALYO
           END-IF
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICBLOC.
           READ FICBLOC
           .

       620-FERMER-FICHIERS.
           CLOSE FICBALYO
           CLOSE FICCPTS
           CLOSE FICBLOC
           CLOSE FICBALYN
           CLOSE FICMVTSW
           CLOSE FICETAT
           .

       630-ECRIRE-FICBALYN.
           WRITE FD-FICBALYN FROM WS-INS-ENREG (IX-INS)
           ADD 1 TO CP-ECRITURE-BALYN
           .

      *    JAMBE PREPAREE PAR L'APPELANT (COMPTE, CONTREPARTIE,
      *    PRODUIT, SENS) ; DATE, CODE, MONTANT, DEVISE ET REFERENCE
      *    DU VIREMENT
       631-ECRIRE-FICMVTSW.
           MOVE WS-DATE-MVT TO FD-FICMVTSW-DATE
           MOVE 'V' TO FD-FICMVTSW-CODE
           MOVE WS-MONTANT TO FD-FICMVTSW-MONTANT
           MOVE WS-INS-SRC-DEVISE (IX-INS) TO FD-FICMVTSW-DEVISE
           MOVE WS-REFERENCE-BALAYAGE TO FD-FICMVTSW-REFERENCE
           MOVE WS-DATE-MVT TO FD-FICMVTSW-DATE-VALEUR
           WRITE FD-FICMVTSW
           ADD 1 TO CP-ECRITURE-MVT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    DATE DES VIREMENTS, INSTRUCTIONS, SOLDES DU SOIR ET
      *    BLOCAGES
       700-INITIALISATION.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           MOVE 1 TO SCALJOU-NB-JOURS
           PERFORM 745-APPELER-SCALJOU
           SET SCALJOU-FCT-OUVRE-SUIV TO TRUE
           MOVE SCALJOU-DATE2 TO SCALJOU-DATE1
           PERFORM 745-APPELER-SCALJOU
           MOVE SCALJOU-DATE2 TO WS-DATE-MVT
           PERFORM 701-CHARGER-INSTRUCTIONS
           PERFORM 611-LIRE-FICCPTS
           PERFORM 705-RELEVER-SOLDES
             UNTIL FS-FICCPTS = '10'
           PERFORM 702-CHARGER-FICBLOC
           .

       701-CHARGER-INSTRUCTIONS.
           PERFORM 610-LIRE-FICBALYO
           PERFORM UNTIL FS-FICBALYO = '10'
              IF IX-INS-CHARG = IX-INS-MAX
                 DISPLAY '*** TABLE DES INSTRUCTIONS SATUREE A '
                         IX-INS-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-INS-CHARG
              MOVE FD-FICBALYO TO WS-INS-ENREG (IX-INS-CHARG)
              MOVE 'N' TO WS-INS-SRC-TROUVE (IX-INS-CHARG)
              MOVE 'N' TO WS-INS-CIB-TROUVE (IX-INS-CHARG)
              MOVE 'N' TO WS-INS-EMIS (IX-INS-CHARG)
              MOVE 0 TO WS-INS-SRC-SOLDE (IX-INS-CHARG)
              MOVE 0 TO WS-INS-CIB-SOLDE (IX-INS-CHARG)
              PERFORM 610-LIRE-FICBALYO
           END-PERFORM
           .

      *    SEULS LES BLOCAGES ACTIFS A LA DATE DES VIREMENTS COMPTENT
       702-CHARGER-FICBLOC.
           PERFORM 612-LIRE-FICBLOC
           PERFORM UNTIL FS-FICBLOC = '10'
              IF FD-FICBLOC-DATE-DEB NOT > WS-DATE-MVT
                 AND (FD-FICBLOC-DATE-FIN = 0
                      OR FD-FICBLOC-DATE-FIN NOT < WS-DATE-MVT)
                 IF IX-BLO-CHARG = IX-BLO-MAX
                    DISPLAY '*** TABLE DES BLOCAGES SATUREE A '
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
              PERFORM 612-LIRE-FICBLOC
           END-PERFORM
           .

      *    UN COMPTE DE LA CLOTURE ALIMENTE TOUTES LES INSTRUCTIONS
      *    OU IL FIGURE (EN SOURCE OU EN CIBLE) ; DEVISE A BLANC = EUR
       705-RELEVER-SOLDES.
           PERFORM VARYING IX-INS FROM 1 BY 1
                     UNTIL IX-INS > IX-INS-CHARG
              IF WS-INS-SOURCE (IX-INS) = FD-FICCPTS-NUMCPT
                 MOVE 'O' TO WS-INS-SRC-TROUVE (IX-INS)
                 MOVE FD-FICCPTS-SOLDE TO WS-INS-SRC-SOLDE (IX-INS)
                 MOVE FD-FICCPTS-PRODUIT
                      TO WS-INS-SRC-PRODUIT (IX-INS)
                 IF FD-FICCPTS-DEVISE = SPACES
                    MOVE 'EUR' TO WS-INS-SRC-DEVISE (IX-INS)
                 ELSE
                    MOVE FD-FICCPTS-DEVISE
                         TO WS-INS-SRC-DEVISE (IX-INS)
                 END-IF
              END-IF
              IF WS-INS-CIBLE (IX-INS) = FD-FICCPTS-NUMCPT
                 MOVE 'O' TO WS-INS-CIB-TROUVE (IX-INS)
                 MOVE FD-FICCPTS-SOLDE TO WS-INS-CIB-SOLDE (IX-INS)
                 MOVE FD-FICCPTS-PRODUIT
                      TO WS-INS-CIB-PRODUIT (IX-INS)
                 IF FD-FICCPTS-DEVISE = SPACES
                    MOVE 'EUR' TO WS-INS-CIB-DEVISE (IX-INS)
                 ELSE
                    MOVE FD-FICCPTS-DEVISE
                         TO WS-INS-CIB-DEVISE (IX-INS)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 611-LIRE-FICCPTS
           .

       710-RECH-BLOCAGE.
           IF WS-BLO-NUMCPT (IX-BLO) = WS-CPT-DEBITE
              MOVE IX-BLO TO IX-BLO-CPT
           END-IF
           .

      *    UN COMPTE DEJA BALAYE CE CYCLE PAR UNE INSTRUCTION
      *    PRECEDENTE N'A PLUS SON SOLDE DE CLOTURE : IL ATTEND LE
      *    CYCLE SUIVANT
       715-RECH-DEJA-BALAYE.
           SET WS-COMPTE-LIBRE TO TRUE
           PERFORM VARYING IX-INS-PREC FROM 1 BY 1
                     UNTIL IX-INS-PREC NOT < IX-INS
                        OR WS-COMPTE-DEJA-BALAYE
              IF WS-INS-EMIS (IX-INS-PREC) = 'O'
                 AND (WS-INS-SOURCE (IX-INS-PREC)
                      = WS-INS-SOURCE (IX-INS)
                   OR WS-INS-SOURCE (IX-INS-PREC)
                      = WS-INS-CIBLE (IX-INS)
                   OR WS-INS-CIBLE (IX-INS-PREC)
                      = WS-INS-SOURCE (IX-INS)
                   OR WS-INS-CIBLE (IX-INS-PREC)
                      = WS-INS-CIBLE (IX-INS))
                 SET WS-COMPTE-DEJA-BALAYE TO TRUE
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< PROCHAINE ECHEANCE : J = CHAQUE JOUR, H = 7 JOURS,      *
      *      M = MEME QUANTIEME LE MOIS SUIVANT (RAMENE A LA FIN DU   *
      *      MOIS), JUSQU'A DEPASSER LA DATE DU CYCLE                 *
      *      ---------------------------------------------------------*
       720-AVANCER-ECHEANCE.
           MOVE WS-INS-PROCHAINE (IX-INS) TO WS-ECHEANCE-N
           PERFORM UNTIL WS-ECHEANCE-N > WS-SYSIN-DATE
              EVALUATE TRUE
                 WHEN WS-INS-QUOTIDIEN (IX-INS)
                    MOVE 1 TO SCALJOU-NB-JOURS
                    PERFORM 721-AVANCER-JOURS
                 WHEN WS-INS-HEBDOMADAIRE (IX-INS)
                    MOVE 7 TO SCALJOU-NB-JOURS
                    PERFORM 721-AVANCER-JOURS
                 WHEN OTHER
                    PERFORM 722-AVANCER-1-MOIS
              END-EVALUATE
           END-PERFORM
           MOVE WS-ECHEANCE-N TO WS-INS-PROCHAINE (IX-INS)
           .

       721-AVANCER-JOURS.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-ECHEANCE-N TO SCALJOU-DATE1
           PERFORM 745-APPELER-SCALJOU
           MOVE SCALJOU-DATE2 TO WS-ECHEANCE-N
           .

       722-AVANCER-1-MOIS.
           ADD 1 TO WS-ECH-MM
           IF WS-ECH-MM > 12
              MOVE 1 TO WS-ECH-MM
              ADD 1 TO WS-ECH-SSAA
           END-IF
           PERFORM 723-JOURS-DU-MOIS
           IF WS-ECH-JJ > WS-JJ-MAX
              MOVE WS-JJ-MAX TO WS-ECH-JJ
           END-IF
           .

       723-JOURS-DU-MOIS.
           EVALUATE WS-ECH-MM
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-JJ-MAX
              WHEN 2
                 DIVIDE WS-ECH-SSAA BY 4 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE4
                 DIVIDE WS-ECH-SSAA BY 100 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE100
                 DIVIDE WS-ECH-SSAA BY 400 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE400
                 IF WS-RESTE4 = 0
                    AND (WS-RESTE100 NOT = 0 OR WS-RESTE400 = 0)
                    MOVE 29 TO WS-JJ-MAX
                 ELSE
                    MOVE 28 TO WS-JJ-MAX
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-JJ-MAX
           END-EVALUATE
           .

       745-APPELER-SCALJOU.
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY '*** SCALJOU : ' SCALJOU-MESSAGE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              DISPLAY '*** DATE DU CYCLE ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'INSTRUCTIONS LUES              : ' CP-LECTURE-BALYO
           DISPLAY 'SOLDES DE CLOTURE LUS          : ' CP-LECTURE-CPTS
           DISPLAY 'INSTRUCTIONS SUSPENDUES        : ' CP-SUSPENDUES
           DISPLAY 'INSTRUCTIONS NON ECHUES        : ' CP-NON-ECHUES
           DISPLAY 'SOLDES ENTRE PLANCHER/PLAFOND  : ' CP-SANS-OBJET
           DISPLAY 'EXCEDENTS BALAYES              : ' CP-EXCEDENTS
           DISPLAY 'RENFLOUEMENTS                  : ' CP-RENFLOUEMENTS
           DISPLAY 'LIMITES PAR LE PLAFOND LIVRET  : '
                   CP-LIMITES-LIVRET
           DISPLAY 'BALAYAGES SANS MONTANT         : ' CP-NON-EMIS
           DISPLAY 'COMPTES DEBITES BLOQUES        : ' CP-BLOQUES
           DISPLAY 'ANOMALIES                      : ' CP-ANOMALIES
           DISPLAY 'MOUVEMENTS ECRITS              : ' CP-ECRITURE-MVT
           DISPLAY 'INSTRUCTIONS ECRITES           : '
                   CP-ECRITURE-BALYN
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ETAT.
           MOVE ED-LIGNE-ETAT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *    INSTRUCTION INEXECUTABLE A REPRENDRE PAR L'AGENCE : CODE
      *    RETOUR 4
       806-LIGNE-ANOMALIE.
           ADD 1 TO CP-ANOMALIES
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           PERFORM 804-LIGNE-ETAT
           .

       808-LIGNE-TOTAL.
           COMPUTE ED-TOT-NB = CP-EXCEDENTS + CP-RENFLOUEMENTS
           MOVE CP-TOTAL-BALAYE TO ED-TOT-MONTANT
           MOVE ED-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPSWP ***'
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

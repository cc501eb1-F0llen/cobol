       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPSEC.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPSEC                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * EXTRAIT DE SECOURS DES AGENCES, APRES BANKNITE, POUR LES      *
      * INDISPONIBILITES DES TRANSACTIONS EN LIGNE (CICTPCPT,         *
      * CICTPC36) :                                                   *
      *   - UNE LIGNE PAR COMPTE DU CYCLE (GDGCPT) : TITULAIRE        *
      *     PRINCIPAL (FICTITU), DEVISE, SOLDE DE CLOTURE, SOLDE      *
      *     DISPONIBLE (SOLDE - RESERVATIONS ACTIVES FICRESV),        *
      *     DECOUVERT AUTORISE, GEL OU SAISIE ACTIFS (FICBLOC),       *
      *     NOMBRE DE CARTES ACTIVES ET EN OPPOSITION (FICCART)       *
      *   - AGENCE DE DOMICILIATION = AGENCE DU CHARGE DE CLIENTELE   *
      *     (PLAGES FICAFFEC), NOM PRIS SUR LE REFERENTIEL FICAGE     *
      *   - FICSEC : CLE AGENCE + TYPE + SEQUENCE ET LIGNE DE 132 ;   *
      *     CHAQUE AGENCE A SON ENTETE ET SON PIED DE COMPTAGE ; LE   *
      *     JCL TRIE ET ECLATE UN DATASET IMPRIMABLE PAR AGENCE       *
      *   - COMPTE SANS AGENCE OU D'UNE AGENCE HORS REFERENTIEL :     *
      *     EXTRAIT NON ROUTE (CODE RETOUR 4)                         *
      *   - FICETAT : COMPTAGES PAR AGENCE                            *
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
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICBLOC ASSIGN TO FICBLOC FILE STATUS IS FS-FICBLOC.
           SELECT FICRESV ASSIGN TO FICRESV FILE STATUS IS FS-FICRESV.
           SELECT FICCART ASSIGN TO FICCART FILE STATUS IS FS-FICCART.
           SELECT FICAFFEC ASSIGN TO FICAFFEC
                  FILE STATUS IS FS-FICAFFEC.
           SELECT FICAGE  ASSIGN TO FICAGE  FILE STATUS IS FS-FICAGE.
           SELECT FICSEC  ASSIGN TO FICSEC.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    SOLDES DE CLOTURE DU CYCLE, TRIES PAR NUMCPT
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
         05   FILLER            PIC X(24).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

      *    COMPTES BLOQUES (MAITRE TENU PAR COBTPBLQ), TRIES PAR NUMCPT
       FD FICBLOC
           RECORDING MODE IS F.
       01     FD-FICBLOC.
         05   FD-FICBLOC-NUMCPT PIC X(10).
         05   FD-FICBLOC-TYPE  PIC X(01).
           88 FD-FICBLOC-GEL       VALUE 'G'.
           88 FD-FICBLOC-SAISIE    VALUE 'S'.
         05   FD-FICBLOC-REFERENCE PIC X(10).
         05   FD-FICBLOC-DATE-DEB PIC 9(08).
         05   FD-FICBLOC-DATE-FIN PIC 9(08).
         05   FD-FICBLOC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(33).

      *    RESERVATIONS DE FONDS (MAITRE TENU PAR COBTPRSV), TRIEES
      *    PAR NUMCPT + REFERENCE
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

      *    CARTES DU KSDS FICCART RETRIEES PAR NUMCPT DANS LE JCL
       FD FICCART
           RECORDING MODE IS F.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
           88 FD-FICCART-ACTIVE      VALUE 'A'.
           88 FD-FICCART-OPPOSEE     VALUE 'O'.
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

      *    AFFECTATIONS : PLAGE DE NUMCPT -> CHARGE ET AGENCE
       FD FICAFFEC
           RECORDING MODE IS F.
       01     FD-FICAFFEC.
         05   FD-FICAFFEC-NUMCPT-DEB PIC X(10).
         05   FD-FICAFFEC-NUMCPT-FIN PIC X(10).
         05   FD-FICAFFEC-OFFICIER   PIC X(08).
         05   FD-FICAFFEC-AGENCE     PIC X(03).
         05   FILLER                 PIC X(49).

      *    REFERENTIEL DES AGENCES TENU PAR COBTPAGE
       FD FICAGE
           RECORDING MODE IS F.
       COPY CAGENCE.

      *    EXTRAIT DE SECOURS : CLE AGENCE + TYPE + SEQUENCE, PUIS LA
      *    LIGNE IMPRIMABLE ; LE JCL TRIE SUR LA CLE ET ECLATE PAR
      *    AGENCE EN NE GARDANT QUE LA LIGNE
       FD FICSEC
           RECORDING MODE IS F.
       01     FD-FICSEC.
         05   FD-FICSEC-AGENCE  PIC X(03).
         05   FD-FICSEC-TYPE    PIC X(01).
           88 FD-FICSEC-ENTETE      VALUE '0'.
           88 FD-FICSEC-DETAIL      VALUE '1'.
           88 FD-FICSEC-FIN         VALUE '9'.
         05   FD-FICSEC-SEQ     PIC X(10).
         05   FD-FICSEC-LIGNE   PIC X(132).

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
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICTITU         PIC X(2).
         05   FS-FICBLOC         PIC X(2).
         05   FS-FICRESV         PIC X(2).
         05   FS-FICCART         PIC X(2).
         05   FS-FICAFFEC        PIC X(2).
         05   FS-FICAGE          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLE SYSIN : DATE DU CYCLE SSAAMMJJ                 *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT DES FICHIERS SEQUENTIELS PAR NUMCPT       *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-CLE-BLOC        PIC X(10).
       01     WS-CLE-RESV        PIC X(10).
       01     WS-CLE-CART        PIC X(10).

      *      ---------------------------------------------------------*
      *-----< SITUATION DU COMPTE EN COURS                            *
      *      ---------------------------------------------------------*
       01     WS-MT-RESERVE      PIC S9(09)V99 COMP-3.
       01     WS-DISPONIBLE      PIC S9(10)V99 COMP-3.
       01     WS-NB-CB-ACTIVES   PIC 9(03) COMP.
       01     WS-NB-CB-OPPOSEES  PIC 9(03) COMP.
       01     WS-GEL-SW          PIC X(01).
         88   WS-GEL-OUI             VALUE 'O'.
         88   WS-GEL-NON             VALUE 'N'.
       01     WS-SAISIE-SW       PIC X(01).
         88   WS-SAISIE-OUI          VALUE 'O'.
         88   WS-SAISIE-NON          VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< TABLE DES AFFECTATIONS (PLAGE -> AGENCE DU CHARGE)      *
      *      ---------------------------------------------------------*
       01     IX-AFF             PIC 9(03) COMP.
       01     IX-AFF-CHARG       PIC 9(03) COMP VALUE 0.
       01     IX-AFF-MAX         PIC 9(03) COMP VALUE 100.
       01     WS-TAB-AFFEC.
         05   WS-AFF-ENTREE OCCURS 100.
           10 WS-AFF-NUMCPT-DEB  PIC X(10).
           10 WS-AFF-NUMCPT-FIN  PIC X(10).
           10 WS-AFF-AGENCE      PIC X(03).
       01     WS-AGENCE-RETENUE  PIC X(03).

      *      ---------------------------------------------------------*
      *-----< TABLE DES AGENCES : REFERENTIEL FICAGE PUIS AGENCES     *
      *      RENCONTREES HORS REFERENTIEL (OU A BLANC), AVEC LES      *
      *      COMPTEURS DE L'EXTRAIT                                   *
      *      ---------------------------------------------------------*
       01     IX-AGE             PIC 9(04) COMP.
       01     IX-AGE-CHARG       PIC 9(04) COMP VALUE 0.
       01     IX-AGE-MAX         PIC 9(04) COMP VALUE 500.
       01     IX-AGE-CPT         PIC 9(04) COMP VALUE 0.
       01     WS-TAB-AGENCE.
         05   WS-AGE-ENTREE OCCURS 500.
           10 WS-AGE-CODE        PIC X(03).
           10 WS-AGE-NOM         PIC X(30).
           10 WS-AGE-ETAT        PIC X(01).
             88 WS-AGE-OUVERTE       VALUE 'O'.
             88 WS-AGE-FERMEE        VALUE 'F'.
             88 WS-AGE-HORS-REF      VALUE 'H'.
           10 WS-AGE-NB-COMPTES  PIC 9(07) COMP.
           10 WS-AGE-NB-BLOQUES  PIC 9(07) COMP.
           10 WS-AGE-NB-OPPOSES  PIC 9(07) COMP.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-ECRITURE-SEC    PIC 9(8) COMP VALUE 0.
         05   CP-SANS-AGENCE     PIC 9(8) COMP VALUE 0.
         05   CP-HORS-REF        PIC 9(8) COMP VALUE 0.
         05   CP-SANS-TITULAIRE  PIC 9(8) COMP VALUE 0.
         05   CP-BLOQUES         PIC 9(8) COMP VALUE 0.
         05   CP-OPPOSES         PIC 9(8) COMP VALUE 0.
         05   CP-AGENCES         PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< LIGNES DE L'EXTRAIT DE SECOURS (132 COLONNES)           *
      *      ---------------------------------------------------------*
       01     WS-SEQ-LIGNE       PIC 9(10).

       01     ED-SEC-TITRE.
         05   FILLER PIC X(35)
               VALUE 'SITUATION DE SECOURS DES COMPTES - '.
         05   FILLER PIC X(07) VALUE 'AGENCE '.
         05   ED-TIT-AGENCE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-TIT-NOM         PIC X(30).
         05   FILLER PIC X(23) VALUE ' - SOLDES DE CLOTURE DU'.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-TIT-DATE        PIC 9(08).
         05   FILLER             PIC X(24) VALUE SPACES.

       01     ED-SEC-AVIS.
         05   FILLER PIC X(30)
               VALUE 'A CONSULTER UNIQUEMENT EN CAS '.
         05   FILLER PIC X(44)
               VALUE 'D''INDISPONIBILITE DES TRANSACTIONS EN LIGNE.'.
         05   FILLER PIC X(01) VALUE SPACE.
         05   FILLER PIC X(34)
               VALUE 'DISPONIBLE = SOLDE - RESERVATIONS'.
         05   FILLER PIC X(07) VALUE 'ACTIVES'.
         05   FILLER PIC X(16) VALUE SPACES.

       01     ED-SEC-ENTETE1.
         05   FILLER PIC X(98) VALUE SPACES.
         05   FILLER PIC X(34) VALUE 'CARTES'.

       01     ED-SEC-ENTETE2.
         05   FILLER PIC X(42) VALUE
               'COMPTE     TITULAIRE'.
         05   FILLER PIC X(44) VALUE
               'DEV SOLDE CLOTURE    DISPONIBLE DECOUV.AUT.'.
         05   FILLER PIC X(46) VALUE
               'BLOCAGE    ACT OPP'.

       01     ED-SEC-TIRETS.
         05   FILLER PIC X(104) VALUE ALL '-'.
         05   FILLER PIC X(28) VALUE SPACES.

       01     ED-SEC-DETAIL.
         05   ED-DET-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-NOM         PIC X(30).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-SOLDE       PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-DISPONIBLE  PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-DECOUVERT   PIC -ZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-BLOCAGE     PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-CB-ACTIVES  PIC ZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DET-CB-OPPOSEES PIC ZZ9.
         05   FILLER             PIC X(28) VALUE SPACES.

       01     ED-SEC-FIN.
         05   FILLER PIC X(20) VALUE 'NOMBRE DE COMPTES : '.
         05   ED-FIN-COMPTES     PIC ZZZZZZ9.
         05   FILLER PIC X(18) VALUE '   DONT BLOQUES : '.
         05   ED-FIN-BLOQUES     PIC ZZZZZZ9.
         05   FILLER PIC X(35) VALUE
               '   DONT AVEC CARTE EN OPPOSITION : '.
         05   ED-FIN-OPPOSES     PIC ZZZZZZ9.
         05   FILLER             PIC X(38) VALUE SPACES.

      *      ---------------------------------------------------------*
      *-----< ETAT DE CONTROLE FICETAT : UNE LIGNE PAR AGENCE         *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(42)
               VALUE 'EXTRAIT DE SECOURS DES AGENCES - CYCLE DU'.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(35) VALUE 'AGE NOM DE L''AGENCE'.
         05   FILLER PIC X(45)
               VALUE 'COMPTES BLOQUES CB OPP. OBSERVATION'.

       01     ED-LIGNE-AGE.
         05   ED-AGE-CODE        PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AGE-NOM         PIC X(30).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AGE-COMPTES     PIC ZZZZZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AGE-BLOQUES     PIC ZZZZZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AGE-OPPOSES     PIC ZZZZZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-AGE-ETAT        PIC X(16).
         05   FILLER             PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< EXTRAIT DE SECOURS DES AGENCES                          *
      *      ---------------------------------------------------------*
       100-SECOURS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 700-CHARGER-AFFECTATIONS
           PERFORM 708-CHARGER-AGENCES
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 611-LIRE-FICCPTS
           PERFORM 613-LIRE-FICBLOC
           PERFORM 614-LIRE-FICRESV
           PERFORM 615-LIRE-FICCART
           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS NOT = '00'

           PERFORM 802-ENTETE-FICETAT
           PERFORM 300-AGENCE
             VARYING IX-AGE FROM 1 BY 1
             UNTIL IX-AGE > IX-AGE-CHARG
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE DU CYCLE : AGENCE DU CHARGE, RESERVATIONS,       *
      *      BLOCAGES, CARTES ET TITULAIRE, PUIS LIGNE DE DETAIL      *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICCPTS-NUMCPT TO WS-NUMCPT-COURANT
           PERFORM 740-RESOUDRE-AGENCE
           PERFORM 745-RECH-AGENCE
           PERFORM 210-RESERVATIONS
           PERFORM 220-BLOCAGES
           PERFORM 230-CARTES
           PERFORM 240-TITULAIRE
           PERFORM 250-ECRIRE-DETAIL
           PERFORM 611-LIRE-FICCPTS
           .

      *    SOLDE DISPONIBLE = SOLDE - RESERVATIONS NON ECHUES A LA
      *    DATE DU CYCLE, COMME LA FUSION ET CICTPCPT
       210-RESERVATIONS.
           MOVE 0 TO WS-MT-RESERVE
           PERFORM 614-LIRE-FICRESV
             UNTIL WS-CLE-RESV NOT < WS-NUMCPT-COURANT
           PERFORM UNTIL WS-CLE-RESV NOT = WS-NUMCPT-COURANT
              IF FD-FICRESV-DATE-ECH = 0
                 OR FD-FICRESV-DATE-ECH NOT < WS-SYSIN-DATE
                 ADD FD-FICRESV-MONTANT TO WS-MT-RESERVE
              END-IF
              PERFORM 614-LIRE-FICRESV
           END-PERFORM
           COMPUTE WS-DISPONIBLE = FD-FICCPTS-SOLDE - WS-MT-RESERVE
           .

      *    GEL TOTAL ('G') ET SAISIE ('S') ACTIFS A LA DATE DU CYCLE
       220-BLOCAGES.
           SET WS-GEL-NON TO TRUE
           SET WS-SAISIE-NON TO TRUE
           PERFORM 613-LIRE-FICBLOC
             UNTIL WS-CLE-BLOC NOT < WS-NUMCPT-COURANT
           PERFORM UNTIL WS-CLE-BLOC NOT = WS-NUMCPT-COURANT
              IF FD-FICBLOC-DATE-DEB NOT > WS-SYSIN-DATE
                 AND (FD-FICBLOC-DATE-FIN = 0
                      OR FD-FICBLOC-DATE-FIN NOT < WS-SYSIN-DATE)
                 EVALUATE TRUE
                    WHEN FD-FICBLOC-GEL
                       SET WS-GEL-OUI TO TRUE
                    WHEN FD-FICBLOC-SAISIE
                       SET WS-SAISIE-OUI TO TRUE
                 END-EVALUATE
              END-IF
              PERFORM 613-LIRE-FICBLOC
           END-PERFORM
           .

      *    CARTES ACTIVES ET CARTES EN OPPOSITION DU COMPTE
       230-CARTES.
           MOVE 0 TO WS-NB-CB-ACTIVES
           MOVE 0 TO WS-NB-CB-OPPOSEES
           PERFORM 615-LIRE-FICCART
             UNTIL WS-CLE-CART NOT < WS-NUMCPT-COURANT
           PERFORM UNTIL WS-CLE-CART NOT = WS-NUMCPT-COURANT
              EVALUATE TRUE
                 WHEN FD-FICCART-ACTIVE
                    ADD 1 TO WS-NB-CB-ACTIVES
                 WHEN FD-FICCART-OPPOSEE
                    ADD 1 TO WS-NB-CB-OPPOSEES
              END-EVALUATE
              PERFORM 615-LIRE-FICCART
           END-PERFORM
           .

       240-TITULAIRE.
           MOVE WS-NUMCPT-COURANT TO FD-FICTITU-NUMCPT
           PERFORM 612-LIRE-FICTITU
           IF FS-FICTITU = '00'
              MOVE FD-FICTITU-NOM TO ED-DET-NOM
           ELSE
              MOVE '*** TITULAIRE INCONNU ***' TO ED-DET-NOM
              ADD 1 TO CP-SANS-TITULAIRE
           END-IF
           .

       250-ECRIRE-DETAIL.
           MOVE WS-NUMCPT-COURANT TO ED-DET-NUMCPT
           MOVE FD-FICCPTS-DEVISE TO ED-DET-DEVISE
           MOVE FD-FICCPTS-SOLDE TO ED-DET-SOLDE
           MOVE WS-DISPONIBLE TO ED-DET-DISPONIBLE
           MOVE FD-FICCPTS-DECOUVERT-AUT TO ED-DET-DECOUVERT
           EVALUATE TRUE
              WHEN WS-GEL-OUI AND WS-SAISIE-OUI
                 MOVE 'GEL+SAISIE' TO ED-DET-BLOCAGE
              WHEN WS-GEL-OUI
                 MOVE 'GEL TOTAL' TO ED-DET-BLOCAGE
              WHEN WS-SAISIE-OUI
                 MOVE 'SAISIE' TO ED-DET-BLOCAGE
              WHEN OTHER
                 MOVE SPACES TO ED-DET-BLOCAGE
           END-EVALUATE
           MOVE WS-NB-CB-ACTIVES TO ED-DET-CB-ACTIVES
           MOVE WS-NB-CB-OPPOSEES TO ED-DET-CB-OPPOSEES

           ADD 1 TO WS-AGE-NB-COMPTES (IX-AGE-CPT)
           IF WS-GEL-OUI OR WS-SAISIE-OUI
              ADD 1 TO WS-AGE-NB-BLOQUES (IX-AGE-CPT)
              ADD 1 TO CP-BLOQUES
           END-IF
           IF WS-NB-CB-OPPOSEES > 0
              ADD 1 TO WS-AGE-NB-OPPOSES (IX-AGE-CPT)
              ADD 1 TO CP-OPPOSES
           END-IF
           SET FD-FICSEC-DETAIL TO TRUE
           MOVE WS-NUMCPT-COURANT TO FD-FICSEC-SEQ
           MOVE ED-SEC-DETAIL TO FD-FICSEC-LIGNE
           PERFORM 630-ECRIRE-FICSEC
           .

      *      ---------------------------------------------------------*
      *-----< FIN DE L'EXTRAIT : ENTETE ET PIED DE CHAQUE AGENCE      *
      *      AYANT DES COMPTES (LE TRI LES PLACE AVANT ET APRES SES   *
      *      LIGNES DE DETAIL) ET LIGNE DE CONTROLE SUR FICETAT       *
      *      ---------------------------------------------------------*
       300-AGENCE.
           IF WS-AGE-NB-COMPTES (IX-AGE) > 0
              ADD 1 TO CP-AGENCES
              MOVE WS-AGE-CODE (IX-AGE) TO WS-AGENCE-RETENUE
              MOVE 0 TO WS-SEQ-LIGNE
              MOVE WS-AGE-CODE (IX-AGE) TO ED-TIT-AGENCE
              MOVE WS-AGE-NOM (IX-AGE) TO ED-TIT-NOM
              MOVE WS-SYSIN-DATE TO ED-TIT-DATE
              MOVE ED-SEC-TITRE TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE
              MOVE ED-SEC-AVIS TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE
              MOVE SPACES TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE
              MOVE ED-SEC-ENTETE1 TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE
              MOVE ED-SEC-ENTETE2 TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE
              MOVE ED-SEC-TIRETS TO FD-FICSEC-LIGNE
              PERFORM 310-ECRIRE-ENTETE

              MOVE WS-AGE-NB-COMPTES (IX-AGE) TO ED-FIN-COMPTES
              MOVE WS-AGE-NB-BLOQUES (IX-AGE) TO ED-FIN-BLOQUES
              MOVE WS-AGE-NB-OPPOSES (IX-AGE) TO ED-FIN-OPPOSES
              MOVE 0 TO WS-SEQ-LIGNE
              MOVE ED-SEC-TIRETS TO FD-FICSEC-LIGNE
              PERFORM 320-ECRIRE-FIN
              MOVE ED-SEC-FIN TO FD-FICSEC-LIGNE
              PERFORM 320-ECRIRE-FIN
              PERFORM 803-LIGNE-AGENCE
           END-IF
           .

       310-ECRIRE-ENTETE.
           SET FD-FICSEC-ENTETE TO TRUE
           PERFORM 330-ECRIRE-LIGNE-AGENCE
           .

       320-ECRIRE-FIN.
           SET FD-FICSEC-FIN TO TRUE
           PERFORM 330-ECRIRE-LIGNE-AGENCE
           .

       330-ECRIRE-LIGNE-AGENCE.
           ADD 1 TO WS-SEQ-LIGNE
           MOVE WS-SEQ-LIGNE TO FD-FICSEC-SEQ
           PERFORM 630-ECRIRE-FICSEC
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
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICBLOC
           IF FS-FICBLOC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBLOC   FS-FICBLOC = '
                      FS-FICBLOC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICRESV
           IF FS-FICRESV NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRESV   FS-FICRESV = '
                      FS-FICRESV
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART   FS-FICCART = '
                      FS-FICCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICSEC
           OPEN OUTPUT FICETAT
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
             AT END MOVE '10' TO FS-FICCPTS
           END-READ
           IF FS-FICCPTS = '00'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICTITU.
           READ FICTITU
           .

       613-LIRE-FICBLOC.
           READ FICBLOC
             AT END MOVE HIGH-VALUES TO WS-CLE-BLOC
           END-READ
           IF FS-FICBLOC = '00'
              MOVE FD-FICBLOC-NUMCPT TO WS-CLE-BLOC
           END-IF
           .

       614-LIRE-FICRESV.
           READ FICRESV
             AT END MOVE HIGH-VALUES TO WS-CLE-RESV
           END-READ
           IF FS-FICRESV = '00'
              MOVE FD-FICRESV-NUMCPT TO WS-CLE-RESV
           END-IF
           .

       615-LIRE-FICCART.
           READ FICCART
             AT END MOVE HIGH-VALUES TO WS-CLE-CART
           END-READ
           IF FS-FICCART = '00'
              MOVE FD-FICCART-NUMCPT TO WS-CLE-CART
           END-IF
           .

       616-LIRE-FICAFFEC.
           READ FICAFFEC
           .

       617-LIRE-FICAGE.
           READ FICAGE
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICTITU
           CLOSE FICBLOC
           CLOSE FICRESV
           CLOSE FICCART
           CLOSE FICSEC
           CLOSE FICETAT
           .

       630-ECRIRE-FICSEC.
           MOVE WS-AGENCE-RETENUE TO FD-FICSEC-AGENCE
           WRITE FD-FICSEC
           ADD 1 TO CP-ECRITURE-SEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CHARGER-AFFECTATIONS.
           OPEN INPUT FICAFFEC
           IF FS-FICAFFEC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAFFEC  FS-FICAFFEC = '
                      FS-FICAFFEC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 616-LIRE-FICAFFEC
           PERFORM 701-CHARGER-ENTREE-AFFEC
             UNTIL FS-FICAFFEC = '10'
           CLOSE FICAFFEC
           .

       701-CHARGER-ENTREE-AFFEC.
           IF IX-AFF-CHARG = IX-AFF-MAX
              DISPLAY '*** TABLE DES AFFECTATIONS SATUREE A '
                      IX-AFF-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-AFF-CHARG
           MOVE FD-FICAFFEC-NUMCPT-DEB
                TO WS-AFF-NUMCPT-DEB (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-NUMCPT-FIN
                TO WS-AFF-NUMCPT-FIN (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-AGENCE
                TO WS-AFF-AGENCE (IX-AFF-CHARG)
           PERFORM 616-LIRE-FICAFFEC
           .

       708-CHARGER-AGENCES.
           OPEN INPUT FICAGE
           IF FS-FICAGE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAGE    FS-FICAGE = '
                      FS-FICAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 617-LIRE-FICAGE
           PERFORM 709-CHARGER-ENTREE-AGE
             UNTIL FS-FICAGE = '10'
           CLOSE FICAGE
           .

       709-CHARGER-ENTREE-AGE.
           PERFORM 746-AJOUTER-AGENCE
           MOVE FD-FICAGE-CODE TO WS-AGE-CODE (IX-AGE-CHARG)
           MOVE FD-FICAGE-NOM TO WS-AGE-NOM (IX-AGE-CHARG)
           IF FD-FICAGE-OUVERTE
              SET WS-AGE-OUVERTE (IX-AGE-CHARG) TO TRUE
           ELSE
              SET WS-AGE-FERMEE (IX-AGE-CHARG) TO TRUE
           END-IF
           PERFORM 617-LIRE-FICAGE
           .

      *    L'AGENCE DE DOMICILIATION D'UN COMPTE EST CELLE DE SON
      *    CHARGE DE CLIENTELE : PREMIERE PLAGE FICAFFEC COUVRANT LE
      *    COMPTE ; A DEFAUT AGENCE A BLANC
       740-RESOUDRE-AGENCE.
           MOVE SPACES TO WS-AGENCE-RETENUE
           PERFORM VARYING IX-AFF FROM 1 BY 1
             UNTIL IX-AFF > IX-AFF-CHARG
              IF WS-NUMCPT-COURANT
                 NOT < WS-AFF-NUMCPT-DEB (IX-AFF)
                 AND WS-NUMCPT-COURANT
                     NOT > WS-AFF-NUMCPT-FIN (IX-AFF)
                 MOVE WS-AFF-AGENCE (IX-AFF)
                      TO WS-AGENCE-RETENUE
                 MOVE IX-AFF-CHARG TO IX-AFF
              END-IF
           END-PERFORM
           .

      *    POSTE DE L'AGENCE RETENUE DANS LA TABLE ; UNE AGENCE A
      *    BLANC OU ABSENTE DU REFERENTIEL Y EST AJOUTEE : SES COMPTES
      *    TOMBENT DANS L'EXTRAIT NON ROUTE DU JCL (CODE RETOUR 4)
       745-RECH-AGENCE.
           MOVE 0 TO IX-AGE-CPT
           PERFORM VARYING IX-AGE FROM 1 BY 1
             UNTIL IX-AGE > IX-AGE-CHARG
                OR IX-AGE-CPT > 0
              IF WS-AGE-CODE (IX-AGE) = WS-AGENCE-RETENUE
                 MOVE IX-AGE TO IX-AGE-CPT
              END-IF
           END-PERFORM
           IF IX-AGE-CPT = 0
              PERFORM 746-AJOUTER-AGENCE
              MOVE IX-AGE-CHARG TO IX-AGE-CPT
              MOVE WS-AGENCE-RETENUE TO WS-AGE-CODE (IX-AGE-CPT)
              SET WS-AGE-HORS-REF (IX-AGE-CPT) TO TRUE
              IF WS-AGENCE-RETENUE = SPACES
                 MOVE 'SANS AGENCE' TO WS-AGE-NOM (IX-AGE-CPT)
              ELSE
                 MOVE 'HORS REFERENTIEL' TO WS-AGE-NOM (IX-AGE-CPT)
              END-IF
           END-IF
           IF WS-AGE-HORS-REF (IX-AGE-CPT)
              IF WS-AGENCE-RETENUE = SPACES
                 ADD 1 TO CP-SANS-AGENCE
              ELSE
                 ADD 1 TO CP-HORS-REF
              END-IF
              IF WS-CODE-RETOUR < 4
                 MOVE 4 TO WS-CODE-RETOUR
              END-IF
           END-IF
           .

       746-AJOUTER-AGENCE.
           IF IX-AGE-CHARG = IX-AGE-MAX
              DISPLAY '*** TABLE DES AGENCES SATUREE A '
                      IX-AGE-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-AGE-CHARG
           MOVE 0 TO WS-AGE-NB-COMPTES (IX-AGE-CHARG)
           MOVE 0 TO WS-AGE-NB-BLOQUES (IX-AGE-CHARG)
           MOVE 0 TO WS-AGE-NB-OPPOSES (IX-AGE-CHARG)
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              DISPLAY '*** DATE DU CYCLE SSAAMMJJ ABSENTE OU INVALIDE'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'COMPTES LUS                  : ' CP-LECTURE-CPTS
           DISPLAY 'LIGNES D''EXTRAIT ECRITES     : ' CP-ECRITURE-SEC
           DISPLAY 'AGENCES SERVIES              : ' CP-AGENCES
           DISPLAY 'COMPTES SANS AGENCE          : ' CP-SANS-AGENCE
           DISPLAY 'COMPTES AGENCE HORS REFERENT.: ' CP-HORS-REF
           DISPLAY 'COMPTES SANS TITULAIRE       : ' CP-SANS-TITULAIRE
           DISPLAY 'COMPTES BLOQUES              : ' CP-BLOQUES
           DISPLAY 'COMPTES AVEC CARTE OPPOSEE   : ' CP-OPPOSES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-LIGNE-AGENCE.
           MOVE WS-AGE-CODE (IX-AGE) TO ED-AGE-CODE
           MOVE WS-AGE-NOM (IX-AGE) TO ED-AGE-NOM
           MOVE WS-AGE-NB-COMPTES (IX-AGE) TO ED-AGE-COMPTES
           MOVE WS-AGE-NB-BLOQUES (IX-AGE) TO ED-AGE-BLOQUES
           MOVE WS-AGE-NB-OPPOSES (IX-AGE) TO ED-AGE-OPPOSES
           EVALUATE TRUE
              WHEN WS-AGE-FERMEE (IX-AGE)
                 MOVE 'AGENCE FERMEE' TO ED-AGE-ETAT
              WHEN WS-AGE-HORS-REF (IX-AGE)
                 MOVE 'NON ROUTE' TO ED-AGE-ETAT
              WHEN OTHER
                 MOVE SPACES TO ED-AGE-ETAT
           END-EVALUATE
           MOVE ED-LIGNE-AGE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPSEC ***'
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

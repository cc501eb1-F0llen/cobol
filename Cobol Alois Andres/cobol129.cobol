       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPDCO.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPDCO                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * SUIVI DES DECOUVERTS CONTINUS ET PROCESSUS DE REGULARISATION, *
      * APRES LA FUSION DE BANKNITE :                                 *
      *   - FUSION PAR NUMCPT DES DECOUVERTS DE LA VEILLE (FICDECO -> *
      *     FICDECN, COPY CDECO) ET DES SOLDES DU SOIR (FICCPTS)      *
      *   - PREMIERE NUIT DEBITRICE : DATE DE DEBUT DU DECOUVERT ;    *
      *     ELLE EST CONSERVEE TANT QUE LE SOLDE DU SOIR RESTE        *
      *     NEGATIF                                                   *
      *   - SOLDE REDEVENU POSITIF OU NUL, OU COMPTE CLOS : LE SUIVI  *
      *     EST REMIS A ZERO (ENREGISTREMENT SUPPRIME)                *
      *   - DECOUVERT CONTINU DEPUIS N JOURS : UNE LETTRE DE          *
      *     REGULARISATION 'RDEC' PAR DECOUVERT POUR COBTPLET         *
      *     (FICLETRQ)                                                *
      *   - DECOUVERT CONTINU DEPUIS M JOURS : LE COMPTE FIGURE       *
      *     CHAQUE NUIT SUR LA LISTE DES CHARGES DE CLIENTELE         *
      *     (FICLSTC) POUR OFFRE DE CREDIT OU RETRAIT DE              *
      *     L'AUTORISATION, JUSQU'A SA REGULARISATION                 *
      *   - JOURNAL DES EVENEMENTS DU CYCLE SUR FICETAT               *
      * SYSIN : DATE DU CYCLE SSAAMMJJ, N ET M EN JOURS 9(03)         *
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
           SELECT FICDECO ASSIGN TO FICDECO FILE STATUS IS FS-FICDECO.
           SELECT FICDECN ASSIGN TO FICDECN.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICLSTC ASSIGN TO FICLSTC.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    SOLDES DU SOIR, TRIES PAR NUMCPT (GENERATION DU CYCLE)
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

      *    DECOUVERTS EN COURS A LA VEILLE (GENERATION (0))
       FD FICDECO.
       COPY CDECO.

      *    DECOUVERTS EN COURS MIS A JOUR (GENERATION (+1))
       FD FICDECN
           RECORDING MODE IS F.
       01     FD-FICDECN.
         05   FILLER            PIC X(80).

      *    EVENEMENT DE LETTRE POUR L'EDITEUR CENTRAL COBTPLET
       FD FICLETRQ
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FD-FICLETRQ-MOTIF PIC X(30).
         05   FILLER            PIC X(10).

      *    LISTE DES CHARGES DE CLIENTELE : DECOUVERTS AU-DELA DU
      *    SECOND SEUIL (OFFRE DE CREDIT OU RETRAIT DE L'AUTORISATION)
       FD FICLSTC
           RECORDING MODE IS F.
       01     FD-FICLSTC.
         05   FILLER            PIC X(80).

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
         05   FS-FICDECO         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DU CYCLE, SEUIL DE LA LETTRE DE  *
      *      REGULARISATION ET SEUIL DU SIGNALEMENT AU CHARGE DE      *
      *      CLIENTELE, EN JOURS CALENDAIRES DE DECOUVERT CONTINU     *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-SEUIL-LETTRE PIC 9(03).
         05   WS-SYSIN-SEUIL-SIGNAL PIC 9(03).

      *      ---------------------------------------------------------*
      *-----< DATES LIMITES DU CYCLE : UN DECOUVERT COMMENCE AU PLUS  *
      *      TARD A CETTE DATE A ATTEINT LE SEUIL CORRESPONDANT       *
      *      ---------------------------------------------------------*
       01     WS-DATE-SEUIL-LETTRE PIC 9(08).
       01     WS-DATE-SEUIL-SIGNAL PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< FUSION DES DECOUVERTS DE LA VEILLE ET DES SOLDES DU SOIR*
      *      ---------------------------------------------------------*
       01     WS-CLE-ANCIEN      PIC X(10).
       01     WS-CLE-SOLDE       PIC X(10).

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-DECO    PIC 9(8) COMP VALUE 0.
         05   CP-NOUVEAUX        PIC 9(8) COMP VALUE 0.
         05   CP-POURSUIVIS      PIC 9(8) COMP VALUE 0.
         05   CP-REGULARISES     PIC 9(8) COMP VALUE 0.
         05   CP-CLOS            PIC 9(8) COMP VALUE 0.
         05   CP-LETTRES         PIC 9(8) COMP VALUE 0.
         05   CP-SIGNALES-NOUV   PIC 9(8) COMP VALUE 0.
         05   CP-LISTES          PIC 9(8) COMP VALUE 0.
         05   CP-ECRITS-DECN     PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'SUIVI DES DECOUVERTS CONTINUS - CYCLE   '.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ENT-DATE        PIC 9(08).
         05   FILLER             PIC X(08) VALUE ' SEUILS '.
         05   ED-ENT-SEUIL-LETTRE PIC ZZ9.
         05   FILLER             PIC X(03) VALUE ' J/'.
         05   ED-ENT-SEUIL-SIGNAL PIC ZZ9.
         05   FILLER             PIC X(02) VALUE ' J'.

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     DEBUT             SOLDE  EVEN'.
         05   FILLER PIC X(20)
               VALUE 'EMENT'.

       01     ED-LIGNE.
         05   ED-NUMCPT          PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DATE-DEBUT      PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-SOLDE           PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-EVENEMENT       PIC X(30).

       01     ED-LST-ENTETE1.
         05   FILLER PIC X(27)
               VALUE 'DECOUVERTS CONTINUS DEPUIS '.
         05   ED-LST-SEUIL       PIC ZZ9.
         05   FILLER PIC X(23)
               VALUE ' JOURS OU PLUS - CYCLE '.
         05   ED-LST-DATE        PIC 9(08).

       01     ED-LST-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     DEBUT             SOLDE    AU'.
         05   FILLER PIC X(40)
               VALUE 'TORIS.  ACTION PROPOSEE      SIGNALE'.

       01     ED-LST-LIGNE.
         05   ED-LST-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-LST-DATE-DEBUT  PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-LST-SOLDE       PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-LST-AUTORIS     PIC ZZZZZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-LST-ACTION      PIC X(20).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-LST-SIGNALE     PIC X(08).

       01     ED-MOTIF-LETTRE.
         05   FILLER             PIC X(25)
               VALUE 'DECOUVERT CONTINU DEPUIS '.
         05   ED-MOT-JOURS       PIC ZZ9.
         05   FILLER             PIC X(02) VALUE ' J'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< SUIVI DES DECOUVERTS CONTINUS                           *
      *      ---------------------------------------------------------*
       100-DECOUVERTS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 805-ENTETE-FICLSTC
           PERFORM 611-LIRE-FICCPTS
           PERFORM 612-LIRE-FICDECO
           PERFORM 300-FUSION
             UNTIL WS-CLE-ANCIEN = HIGH-VALUES
               AND WS-CLE-SOLDE = HIGH-VALUES

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< FUSION PAR NUMCPT DES DECOUVERTS DE LA VEILLE ET DES    *
      *      SOLDES DU SOIR : SEULS LES COMPTES DEBITEURS SONT SUIVIS *
      *      ---------------------------------------------------------*
       300-FUSION.
           EVALUATE TRUE
              WHEN WS-CLE-ANCIEN < WS-CLE-SOLDE
                 PERFORM 330-COMPTE-CLOS
                 PERFORM 612-LIRE-FICDECO
              WHEN WS-CLE-ANCIEN = WS-CLE-SOLDE
                 IF FD-FICCPTS-SOLDE < 0
                    PERFORM 310-DECOUVERT-POURSUIVI
                 ELSE
                    PERFORM 320-DECOUVERT-REGULARISE
                 END-IF
                 PERFORM 612-LIRE-FICDECO
                 PERFORM 611-LIRE-FICCPTS
              WHEN OTHER
                 IF FD-FICCPTS-SOLDE < 0
                    PERFORM 340-NOUVEAU-DECOUVERT
                 END-IF
                 PERFORM 611-LIRE-FICCPTS
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE TOUJOURS DEBITEUR : LA DATE DE DEBUT EST         *
      *      CONSERVEE, LE SOLDE ET LE PLUS FORT DEBIT SONT MIS A JOUR*
      *      ---------------------------------------------------------*
       310-DECOUVERT-POURSUIVI.
           MOVE WS-SYSIN-DATE TO FD-FICDECO-DATE-MAJ
           MOVE FD-FICCPTS-SOLDE TO FD-FICDECO-SOLDE
           IF FD-FICCPTS-SOLDE < FD-FICDECO-SOLDE-MINI
              MOVE FD-FICCPTS-SOLDE TO FD-FICDECO-SOLDE-MINI
           END-IF
           MOVE FD-FICCPTS-DECOUVERT-AUT TO FD-FICDECO-DECOUVERT-AUT
           PERFORM 700-APPLIQUER-SEUILS
           PERFORM 630-ECRIRE-FICDECN
           ADD 1 TO CP-POURSUIVIS
           .

      *      ---------------------------------------------------------*
      *-----< SOLDE DU SOIR REDEVENU POSITIF OU NUL : FIN DU          *
      *      DECOUVERT, LE SUIVI EST REMIS A ZERO                     *
      *      ---------------------------------------------------------*
       320-DECOUVERT-REGULARISE.
           MOVE FD-FICCPTS-SOLDE TO ED-SOLDE
           MOVE 'REGULARISE - SUIVI REMIS A 0' TO ED-EVENEMENT
           PERFORM 804-LIGNE-DECOUVERT
           ADD 1 TO CP-REGULARISES
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE ABSENT DES SOLDES DU SOIR (CLOTURE) : LE SUIVI   *
      *      S'ARRETE                                                 *
      *      ---------------------------------------------------------*
       330-COMPTE-CLOS.
           MOVE FD-FICDECO-SOLDE TO ED-SOLDE
           MOVE 'COMPTE CLOS - SUIVI ARRETE' TO ED-EVENEMENT
           PERFORM 804-LIGNE-DECOUVERT
           ADD 1 TO CP-CLOS
           .

      *      ---------------------------------------------------------*
      *-----< PREMIERE NUIT DEBITRICE : OUVERTURE DU SUIVI            *
      *      ---------------------------------------------------------*
       340-NOUVEAU-DECOUVERT.
           MOVE SPACES TO FD-FICDECO
           MOVE FD-FICCPTS-NUMCPT TO FD-FICDECO-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICDECO-DATE-DEBUT
           MOVE WS-SYSIN-DATE TO FD-FICDECO-DATE-MAJ
           MOVE FD-FICCPTS-SOLDE TO FD-FICDECO-SOLDE
           MOVE FD-FICCPTS-SOLDE TO FD-FICDECO-SOLDE-MINI
           MOVE FD-FICCPTS-DECOUVERT-AUT TO FD-FICDECO-DECOUVERT-AUT
           MOVE 0 TO FD-FICDECO-DATE-LETTRE
           MOVE 0 TO FD-FICDECO-DATE-SIGNAL
           MOVE FD-FICDECO-SOLDE TO ED-SOLDE
           MOVE 'NOUVEAU DECOUVERT' TO ED-EVENEMENT
           PERFORM 804-LIGNE-DECOUVERT
           PERFORM 700-APPLIQUER-SEUILS
           PERFORM 630-ECRIRE-FICDECN
           ADD 1 TO CP-NOUVEAUX
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
           OPEN INPUT FICDECO
           IF FS-FICDECO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDECO   FS-FICDECO = '
                      FS-FICDECO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICDECN
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICLSTC
           OPEN OUTPUT FICETAT
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
             AT END MOVE HIGH-VALUES TO WS-CLE-SOLDE
           END-READ
           IF FS-FICCPTS = '00'
              MOVE FD-FICCPTS-NUMCPT TO WS-CLE-SOLDE
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICDECO.
           READ FICDECO
             AT END MOVE HIGH-VALUES TO WS-CLE-ANCIEN
           END-READ
           IF FS-FICDECO = '00'
              MOVE FD-FICDECO-NUMCPT TO WS-CLE-ANCIEN
              ADD 1 TO CP-LECTURE-DECO
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICDECO
           CLOSE FICDECN
           CLOSE FICLETRQ
           CLOSE FICLSTC
           CLOSE FICETAT
           .

       630-ECRIRE-FICDECN.
           WRITE FD-FICDECN FROM FD-FICDECO
           ADD 1 TO CP-ECRITS-DECN
           .

      *    LETTRE DE REGULARISATION DU DECOUVERT : EVENEMENT HABILLE
      *    PAR L'EDITEUR CENTRAL COBTPLET (MODELE 'RDEC'), ADRESSE DU
      *    TITULAIRE PRINCIPAL DU COMPTE ; DATE = DEBUT DU DECOUVERT,
      *    MONTANT = DEBIT DU SOIR
       632-ECRIRE-FICLETRQ.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'RDEC' TO FD-FICLETRQ-MODELE
           MOVE FD-FICDECO-NUMCPT TO FD-FICLETRQ-NUMCPT
           MOVE FD-FICDECO-DATE-DEBUT TO FD-FICLETRQ-DATE
           COMPUTE FD-FICLETRQ-MONTANT = 0 - FD-FICDECO-SOLDE
           MOVE WS-SYSIN-SEUIL-LETTRE TO ED-MOT-JOURS
           MOVE ED-MOTIF-LETTRE TO FD-FICLETRQ-MOTIF
           WRITE FD-FICLETRQ
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< SEUILS DU DECOUVERT CONTINU : UNE SEULE LETTRE DE       *
      *      REGULARISATION PAR DECOUVERT ; AU-DELA DU SECOND SEUIL,  *
      *      LE COMPTE FIGURE CHAQUE NUIT SUR LA LISTE DES CHARGES DE *
      *      CLIENTELE JUSQU'A SA REGULARISATION                      *
      *      ---------------------------------------------------------*
       700-APPLIQUER-SEUILS.
           IF FD-FICDECO-SANS-LETTRE
              AND FD-FICDECO-DATE-DEBUT NOT > WS-DATE-SEUIL-LETTRE
              PERFORM 632-ECRIRE-FICLETRQ
              MOVE WS-SYSIN-DATE TO FD-FICDECO-DATE-LETTRE
              MOVE FD-FICDECO-SOLDE TO ED-SOLDE
              MOVE 'LETTRE DE REGULARISATION' TO ED-EVENEMENT
              PERFORM 804-LIGNE-DECOUVERT
              ADD 1 TO CP-LETTRES
           END-IF
           IF FD-FICDECO-DATE-DEBUT NOT > WS-DATE-SEUIL-SIGNAL
              IF FD-FICDECO-NON-SIGNALE
                 MOVE WS-SYSIN-DATE TO FD-FICDECO-DATE-SIGNAL
                 MOVE FD-FICDECO-SOLDE TO ED-SOLDE
                 MOVE 'SIGNALE AU CHARGE DE CLIENTELE' TO ED-EVENEMENT
                 PERFORM 804-LIGNE-DECOUVERT
                 ADD 1 TO CP-SIGNALES-NOUV
              END-IF
              PERFORM 806-LIGNE-FICLSTC
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< DATES LIMITES DES DEUX SEUILS : DATE DU CYCLE DIMINUEE  *
      *      DU NOMBRE DE JOURS DU SEUIL                              *
      *      ---------------------------------------------------------*
       710-CALCULER-SEUILS.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-SYSIN-SEUIL-LETTRE
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY '*** DATE DU CYCLE INVALIDE : ' SCALJOU-MESSAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-SEUIL-LETTRE
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-SYSIN-SEUIL-SIGNAL
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           MOVE SCALJOU-DATE2 TO WS-DATE-SEUIL-SIGNAL
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              DISPLAY '*** DATE DU CYCLE ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-SEUIL-LETTRE NOT NUMERIC
              OR WS-SYSIN-SEUIL-LETTRE = 0
              OR WS-SYSIN-SEUIL-SIGNAL NOT NUMERIC
              OR WS-SYSIN-SEUIL-SIGNAL NOT > WS-SYSIN-SEUIL-LETTRE
              DISPLAY '*** SEUILS DE LA SYSIN INVALIDES : LETTRE '
                      WS-SYSIN-SEUIL-LETTRE ' SIGNALEMENT '
                      WS-SYSIN-SEUIL-SIGNAL ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 710-CALCULER-SEUILS
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'SOLDES LUS (FICCPTS)         : ' CP-LECTURE-CPTS
           DISPLAY 'DECOUVERTS LUS (FICDECO)     : ' CP-LECTURE-DECO
           DISPLAY 'NOUVEAUX DECOUVERTS          : ' CP-NOUVEAUX
           DISPLAY 'DECOUVERTS POURSUIVIS        : ' CP-POURSUIVIS
           DISPLAY 'DECOUVERTS REGULARISES       : ' CP-REGULARISES
           DISPLAY 'SUIVIS ARRETES (COMPTE CLOS) : ' CP-CLOS
           DISPLAY 'LETTRES DE REGULARISATION    : ' CP-LETTRES
           DISPLAY 'NOUVEAUX SIGNALEMENTS        : ' CP-SIGNALES-NOUV
           DISPLAY 'COMPTES SUR LA LISTE (FICLSTC): ' CP-LISTES
           DISPLAY 'DECOUVERTS ECRITS (FICDECN)  : ' CP-ECRITS-DECN
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE WS-SYSIN-SEUIL-LETTRE TO ED-ENT-SEUIL-LETTRE
           MOVE WS-SYSIN-SEUIL-SIGNAL TO ED-ENT-SEUIL-SIGNAL
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-LIGNE-ETAT.
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-DECOUVERT.
           MOVE FD-FICDECO-NUMCPT TO ED-NUMCPT
           MOVE FD-FICDECO-DATE-DEBUT TO ED-DATE-DEBUT
           PERFORM 803-LIGNE-ETAT
           .

       805-ENTETE-FICLSTC.
           MOVE WS-SYSIN-SEUIL-SIGNAL TO ED-LST-SEUIL
           MOVE WS-SYSIN-DATE TO ED-LST-DATE
           MOVE ED-LST-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICLSTC FROM ED-ZONE-ED
           MOVE ED-LST-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICLSTC FROM ED-ZONE-ED AFTER 2 LINES
           .

      *    ACTION PROPOSEE : UN DEBIT AU-DELA DE L'AUTORISATION (OU
      *    SANS AUTORISATION) APPELLE UNE OFFRE DE CREDIT AMORTISSABLE ;
      *    DANS L'AUTORISATION, LE DECOUVERT DEVENU PERMANENT APPELLE LA
      *    REDUCTION OU LE RETRAIT DE L'AUTORISATION
       806-LIGNE-FICLSTC.
           MOVE SPACES TO ED-LST-LIGNE
           MOVE FD-FICDECO-NUMCPT TO ED-LST-NUMCPT
           MOVE FD-FICDECO-DATE-DEBUT TO ED-LST-DATE-DEBUT
           MOVE FD-FICDECO-SOLDE TO ED-LST-SOLDE
           MOVE FD-FICDECO-DECOUVERT-AUT TO ED-LST-AUTORIS
           IF FD-FICDECO-SOLDE + FD-FICDECO-DECOUVERT-AUT < 0
              MOVE 'OFFRE DE CREDIT' TO ED-LST-ACTION
           ELSE
              MOVE 'RETRAIT AUTORISATION' TO ED-LST-ACTION
           END-IF
           IF FD-FICDECO-DATE-SIGNAL = WS-SYSIN-DATE
              MOVE 'NOUVEAU' TO ED-LST-SIGNALE
           ELSE
              MOVE FD-FICDECO-DATE-SIGNAL TO ED-LST-SIGNALE
           END-IF
           MOVE ED-LST-LIGNE TO ED-ZONE-ED
           WRITE FD-FICLSTC FROM ED-ZONE-ED
           ADD 1 TO CP-LISTES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPDCO ***'
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

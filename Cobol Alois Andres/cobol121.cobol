       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPINC.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPINC                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * INCIDENTS DE PAIEMENT DE CHEQUES ET INTERDICTION BANCAIRE :   *
      *   - UN CHEQUE 'Q' DU CYCLE (FICMVTS) SUR UN COMPTE REJETE     *
      *     PAR LA FUSION POUR DEPASSEMENT DU DECOUVERT (FICREJ       *
      *     MOTIF 'D') EST UN INCIDENT DE PAIEMENT                    *
      *   - FUSION PAR NUMCPT + SERIE AVEC LES INCIDENTS DE LA        *
      *     VEILLE (FICINCO -> FICINCN, COPY CINCQ) : UN CHEQUE DEJA  *
      *     CONNU (REPRESENTE) N'EST PAS REDECLARE                    *
      *   - NOUVEL INCIDENT : TIREUR = TITULAIRE PRINCIPAL (FICTITU), *
      *     DECLARATION 'D' A LA BANQUE CENTRALE (FICDFCC) ET LETTRE  *
      *     D'INJONCTION 'INJC' POUR COBTPLET (FICLETRQ)              *
      *   - REGULARISATION : LE SOLDE CREDITEUR DU SOIR (FICCPTS)     *
      *     COUVRE LE CHEQUE ; INCIDENT LEVE ('R') ET DECLARE 'R'     *
      *   - PURGE CINQ ANS APRES L'INCIDENT (PRESCRIT S'IL EST        *
      *     ENCORE EN COURS)                                          *
      *   - CODE RETOUR 4 : CHEQUE SANS SERIE OU SANS TITULAIRE       *
      * SYSIN : DATE DU CYCLE SSAAMMJJ PUIS CODE ETABLISSEMENT X(05)  *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | SERIE DU CHEQUE LUE EN           *
      *          |          |      | POSITION 72 DE FICMVTS           *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICREJ  ASSIGN TO FICREJ  FILE STATUS IS FS-FICREJ.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICINCO ASSIGN TO FICINCO FILE STATUS IS FS-FICINCO.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICINCN ASSIGN TO FICINCN.
           SELECT FICDFCC ASSIGN TO FICDFCC.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    REJETS DE LA FUSION DU CYCLE (SEUL LE MOTIF 'D' EST RETENU)
       FD FICREJ
           RECORDING MODE IS F.
       01     FD-FICREJ.
         05   FD-FICREJ-NUMCPT  PIC X(10).
         05   FD-FICREJ-DATE    PIC 9(08).
         05   FD-FICREJ-MONTANT PIC S9(08)V99 COMP-3.
         05   FD-FICREJ-MOTIF   PIC X(01).
           88 FD-FICREJ-MOTIF-DECOUVERT VALUE 'D'.
         05   FD-FICREJ-DEVISE  PIC X(03).
         05   FILLER            PIC X(23).

      *    MOUVEMENTS DU CYCLE PRESENTES A LA FUSION ; LES CHEQUES
      *    'Q' PORTENT LEUR NUMERO DE SERIE EN FIN D'ENREGISTREMENT
       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-CODE   PIC X(01).
         05   FD-FICMVTS-MONTANT PIC 9(08)V99.
         05   FILLER            PIC X(42).
         05   FD-FICMVTS-SERIE-CHQ PIC 9(07).
         05   FILLER            PIC X(02).

      *    SOLDES DU SOIR (CONSTITUTION DE LA PROVISION)
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

      *    INCIDENTS DE LA VEILLE (GENERATION (0))
       FD FICINCO.
       COPY CINCQ.

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

      *    INCIDENTS MIS A JOUR (GENERATION (+1))
       FD FICINCN
           RECORDING MODE IS F.
       01     FD-FICINCN.
         05   FILLER            PIC X(80).

      *    DECLARATIONS AU FICHIER CENTRAL DES CHEQUES DE LA BANQUE
      *    CENTRALE : 'D' = INCIDENT, 'R' = REGULARISATION
       FD FICDFCC
           RECORDING MODE IS F.
       01     FD-FICDFCC.
         05   FD-FICDFCC-TYPE   PIC X(01).
           88 FD-FICDFCC-INCIDENT   VALUE 'D'.
           88 FD-FICDFCC-REGUL      VALUE 'R'.
         05   FD-FICDFCC-CODE-ETAB PIC X(05).
         05   FD-FICDFCC-NUMCPT PIC X(10).
         05   FD-FICDFCC-SERIE  PIC 9(07).
         05   FD-FICDFCC-NUMCLI PIC X(08).
         05   FD-FICDFCC-NOM    PIC X(30).
         05   FD-FICDFCC-DATE-INCIDENT PIC 9(08).
         05   FD-FICDFCC-MONTANT PIC 9(08)V99.
         05   FD-FICDFCC-DATE-LEVEE PIC 9(08).
         05   FD-FICDFCC-DATE-DECL PIC 9(08).
         05   FILLER            PIC X(25).

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
         05   FS-FICREJ          PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICINCO         PIC X(2).
         05   FS-FICTITU         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DU CYCLE, CODE ETABLISSEMENT)     *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-CODE-ETAB PIC X(05).

      *      ---------------------------------------------------------*
      *-----< COMPTES REJETES POUR INSUFFISANCE DE PROVISION (MOTIF   *
      *      'D') DU CYCLE                                            *
      *      ---------------------------------------------------------*
       01     WS-INDICES-REJ.
         05   IX-REJ             PIC 9(4) COMP VALUE 0.
         05   IX-REJ-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-REJ-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REJ.
         05   WS-REJ-NUMCPT      PIC X(10) OCCURS 2000 TIMES.
       01     WS-REJET-TROUVE    PIC X(01).
         88   WS-COMPTE-REJETE       VALUE 'O'.
         88   WS-COMPTE-NON-REJETE   VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< CHEQUES IMPAYES DU CYCLE, TRIES PAR NUMCPT + SERIE A    *
      *      L'INSERTION POUR LA FUSION AVEC LES INCIDENTS DE LA      *
      *      VEILLE                                                   *
      *      ---------------------------------------------------------*
       01     WS-INDICES-NIN.
         05   IX-NIN             PIC 9(4) COMP VALUE 0.
         05   IX-NIN-MAX         PIC 9(4) COMP VALUE 1000.
         05   IX-NIN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-NIN-INS         PIC 9(4) COMP VALUE 0.
         05   IX-NIN-DEC         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-NIN.
         05   WS-NIN-POSTE OCCURS 1000 TIMES.
           10 WS-NIN-CLE.
             15 WS-NIN-NUMCPT    PIC X(10).
             15 WS-NIN-SERIE     PIC 9(07).
           10 WS-NIN-DATE        PIC 9(08).
           10 WS-NIN-MONTANT     PIC 9(08)V99.
       01     WS-NIN-CLE-MVT.
         05   WS-NIN-CLE-NUMCPT  PIC X(10).
         05   WS-NIN-CLE-SERIE   PIC 9(07).

      *      ---------------------------------------------------------*
      *-----< FUSION DES INCIDENTS DE LA VEILLE ET DU CYCLE           *
      *      ---------------------------------------------------------*
       01     WS-CLE-ANCIEN      PIC X(17).
       01     WS-CLE-NOUVEAU     PIC X(17).
       01     WS-FICINCQ-SAUVE   PIC X(80).

      *      ---------------------------------------------------------*
      *-----< PROVISION DU COMPTE EN COURS : SOLDE CREDITEUR DU SOIR  *
      *      DIMINUE DES INCIDENTS DEJA REGULARISES SUR LA NUIT       *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-PROV     PIC X(10) VALUE LOW-VALUES.
       01     WS-PROVISION       PIC S9(09)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< DELAI DE PRESCRIPTION (CINQ ANS, EN SSAAMMJJ) ET DATE   *
      *      DE PURGE DE L'INCIDENT EN COURS                          *
      *      ---------------------------------------------------------*
       01     WS-DELAI-PRESCRIPTION PIC 9(08) VALUE 50000.
       01     WS-DATE-PRESCRIPTION  PIC 9(08).

       01     WS-NOM-TIREUR      PIC X(30).
       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-REJ     PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-MVTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-INC     PIC 9(8) COMP VALUE 0.
         05   CP-CHEQUES-IMPAYES PIC 9(8) COMP VALUE 0.
         05   CP-SERIE-INVALIDE  PIC 9(8) COMP VALUE 0.
         05   CP-DEJA-DECLARES   PIC 9(8) COMP VALUE 0.
         05   CP-INCIDENTS-NOUV  PIC 9(8) COMP VALUE 0.
         05   CP-REGULARISES     PIC 9(8) COMP VALUE 0.
         05   CP-PRESCRITS       PIC 9(8) COMP VALUE 0.
         05   CP-PURGES          PIC 9(8) COMP VALUE 0.
         05   CP-EN-COURS        PIC 9(8) COMP VALUE 0.
         05   CP-SANS-TITULAIRE  PIC 9(8) COMP VALUE 0.
         05   CP-ECRITS-INC      PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'INCIDENTS DE PAIEMENT DE CHEQUES - CYCLE'.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     SERIE   CLIENT   INCIDENT    '.
         05   FILLER PIC X(30)
               VALUE '    MONTANT  EVENEMENT'.

       01     ED-LIGNE.
         05   ED-NUMCPT          PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-SERIE           PIC 9(07).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-NUMCLI          PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DATE-INCIDENT   PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-MONTANT         PIC ZZZZZZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-EVENEMENT       PIC X(28).

       01     ED-MOTIF-LETTRE.
         05   FILLER             PIC X(10) VALUE 'CHEQUE NO '.
         05   ED-MOT-SERIE       PIC 9(07).
         05   FILLER             PIC X(13) VALUE ' SANS PROVIS.'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< INCIDENTS DE PAIEMENT DE CHEQUES                        *
      *      ---------------------------------------------------------*
       100-INCIDENTS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 200-CHARGER-REJETS
           PERFORM 612-LIRE-FICMVTS
           PERFORM 210-MOUVEMENT
             UNTIL FS-FICMVTS NOT = '00'

           PERFORM 614-LIRE-FICCPTS
           PERFORM 613-LIRE-FICINCO
           MOVE 1 TO IX-NIN
           PERFORM 705-CLE-NOUVEAU
           PERFORM 300-FUSION
             UNTIL WS-CLE-ANCIEN = HIGH-VALUES
               AND WS-CLE-NOUVEAU = HIGH-VALUES

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTES DU CYCLE REJETES POUR DEPASSEMENT DU DECOUVERT  *
      *      ---------------------------------------------------------*
       200-CHARGER-REJETS.
           PERFORM 611-LIRE-FICREJ
           PERFORM UNTIL FS-FICREJ NOT = '00'
              IF FD-FICREJ-MOTIF-DECOUVERT
                 IF IX-REJ-CHARG = IX-REJ-MAX
                    DISPLAY '*** TABLE DES REJETS SATUREE A '
                            IX-REJ-MAX ' ENTREES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-REJ-CHARG
                 MOVE FD-FICREJ-NUMCPT TO WS-REJ-NUMCPT (IX-REJ-CHARG)
              END-IF
              PERFORM 611-LIRE-FICREJ
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT DU CYCLE : UN CHEQUE 'Q' D'UN COMPTE REJETE   *
      *      MOTIF 'D' N'A PAS ETE PAYE FAUTE DE PROVISION            *
      *      ---------------------------------------------------------*
       210-MOUVEMENT.
           IF FD-FICMVTS-CODE = 'Q'
              PERFORM 700-RECH-REJET
              IF WS-COMPTE-REJETE
                 ADD 1 TO CP-CHEQUES-IMPAYES
                 IF FD-FICMVTS-SERIE-CHQ NOT NUMERIC
                    OR FD-FICMVTS-SERIE-CHQ = 0
                    MOVE SPACES TO ED-LIGNE
                    MOVE FD-FICMVTS-NUMCPT TO ED-NUMCPT
                    MOVE 'SERIE ABSENTE - NON DECLARE' TO ED-EVENEMENT
                    PERFORM 803-LIGNE-ETAT
                    ADD 1 TO CP-SERIE-INVALIDE
                    MOVE 4 TO WS-CODE-RETOUR
                 ELSE
                    PERFORM 710-INSERER-CHEQUE
                 END-IF
              END-IF
           END-IF
           PERFORM 612-LIRE-FICMVTS
           .

      *      ---------------------------------------------------------*
      *-----< FUSION PAR NUMCPT + SERIE DES INCIDENTS DE LA VEILLE ET *
      *      DES CHEQUES IMPAYES DU CYCLE ; UN CHEQUE DEJA CONNU      *
      *      (REPRESENTE ET DE NOUVEAU IMPAYE) N'EST PAS REDECLARE    *
      *      ---------------------------------------------------------*
       300-FUSION.
           EVALUATE TRUE
              WHEN WS-CLE-ANCIEN < WS-CLE-NOUVEAU
                 PERFORM 310-INCIDENT-ANCIEN
                 PERFORM 613-LIRE-FICINCO
              WHEN WS-CLE-ANCIEN = WS-CLE-NOUVEAU
                 ADD 1 TO CP-DEJA-DECLARES
                 PERFORM 310-INCIDENT-ANCIEN
                 PERFORM 613-LIRE-FICINCO
                 ADD 1 TO IX-NIN
                 PERFORM 705-CLE-NOUVEAU
              WHEN OTHER
                 PERFORM 320-INCIDENT-NOUVEAU
                 ADD 1 TO IX-NIN
                 PERFORM 705-CLE-NOUVEAU
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< INCIDENT DE LA VEILLE : PURGE A CINQ ANS (PRESCRIT S'IL *
      *      EST ENCORE EN COURS), SINON REGULARISATION SI LA         *
      *      PROVISION DU COMPTE COUVRE LE CHEQUE                     *
      *      ---------------------------------------------------------*
       310-INCIDENT-ANCIEN.
           COMPUTE WS-DATE-PRESCRIPTION = FD-FICINCQ-DATE-INCIDENT
                                        + WS-DELAI-PRESCRIPTION
           IF WS-DATE-PRESCRIPTION NOT > WS-SYSIN-DATE
              IF FD-FICINCQ-EN-COURS
                 MOVE 'PRESCRIT - PURGE' TO ED-EVENEMENT
                 PERFORM 804-LIGNE-INCIDENT
                 ADD 1 TO CP-PRESCRITS
              END-IF
              ADD 1 TO CP-PURGES
           ELSE
              IF FD-FICINCQ-EN-COURS
                 PERFORM 720-POSITIONNER-PROVISION
                 IF WS-PROVISION NOT < FD-FICINCQ-MONTANT
                    SUBTRACT FD-FICINCQ-MONTANT FROM WS-PROVISION
                    SET FD-FICINCQ-REGULARISE TO TRUE
                    MOVE WS-SYSIN-DATE TO FD-FICINCQ-DATE-LEVEE
                    PERFORM 730-RECH-NOM-TIREUR
                    MOVE 'R' TO FD-FICDFCC-TYPE
                    PERFORM 631-ECRIRE-FICDFCC
                    MOVE 'REGULARISE - DECLARE' TO ED-EVENEMENT
                    PERFORM 804-LIGNE-INCIDENT
                    ADD 1 TO CP-REGULARISES
                 ELSE
                    ADD 1 TO CP-EN-COURS
                 END-IF
              END-IF
              PERFORM 630-ECRIRE-FICINCN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< NOUVEL INCIDENT : TIREUR = TITULAIRE PRINCIPAL DU       *
      *      COMPTE, DECLARATION A LA BANQUE CENTRALE ET LETTRE       *
      *      D'INJONCTION ('INJC') AU TIREUR ; L'INCIDENT DE LA VEILLE*
      *      DEJA LU EST PRESERVE                                     *
      *      ---------------------------------------------------------*
       320-INCIDENT-NOUVEAU.
           MOVE FD-FICINCQ TO WS-FICINCQ-SAUVE
           MOVE SPACES TO FD-FICINCQ
           MOVE WS-NIN-NUMCPT (IX-NIN)  TO FD-FICINCQ-NUMCPT
           MOVE WS-NIN-SERIE (IX-NIN)   TO FD-FICINCQ-SERIE
           MOVE WS-NIN-DATE (IX-NIN)    TO FD-FICINCQ-DATE-INCIDENT
           MOVE WS-NIN-MONTANT (IX-NIN) TO FD-FICINCQ-MONTANT
           SET FD-FICINCQ-EN-COURS TO TRUE
           MOVE 0 TO FD-FICINCQ-DATE-LEVEE
           MOVE WS-SYSIN-DATE TO FD-FICINCQ-DATE-DECL
           PERFORM 730-RECH-NOM-TIREUR
           IF FS-FICTITU = '00'
              MOVE FD-FICTITU-NUMCLI TO FD-FICINCQ-NUMCLI
           ELSE
              ADD 1 TO CP-SANS-TITULAIRE
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           PERFORM 630-ECRIRE-FICINCN
           MOVE 'D' TO FD-FICDFCC-TYPE
           PERFORM 631-ECRIRE-FICDFCC
           PERFORM 632-ECRIRE-FICLETRQ
           IF FS-FICTITU = '00'
              MOVE 'INCIDENT - DECLARE' TO ED-EVENEMENT
           ELSE
              MOVE 'INCIDENT - TIREUR INCONNU' TO ED-EVENEMENT
           END-IF
           PERFORM 804-LIGNE-INCIDENT
           ADD 1 TO CP-INCIDENTS-NOUV
           MOVE WS-FICINCQ-SAUVE TO FD-FICINCQ
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICREJ
           IF FS-FICREJ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREJ    FS-FICREJ = '
                      FS-FICREJ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICINCO
           IF FS-FICINCO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICINCO   FS-FICINCO = '
                      FS-FICINCO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICINCN
           OPEN OUTPUT FICDFCC
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICETAT
           .

       611-LIRE-FICREJ.
           READ FICREJ
             AT END MOVE '10' TO FS-FICREJ
           END-READ
           IF FS-FICREJ = '00'
              ADD 1 TO CP-LECTURE-REJ
           END-IF
           .

       612-LIRE-FICMVTS.
           READ FICMVTS
             AT END MOVE '10' TO FS-FICMVTS
           END-READ
           IF FS-FICMVTS = '00'
              ADD 1 TO CP-LECTURE-MVTS
           END-IF
           .

       613-LIRE-FICINCO.
           READ FICINCO
             AT END MOVE HIGH-VALUES TO WS-CLE-ANCIEN
           END-READ
           IF FS-FICINCO = '00'
              MOVE FD-FICINCQ-CLE TO WS-CLE-ANCIEN
              ADD 1 TO CP-LECTURE-INC
           END-IF
           .

       614-LIRE-FICCPTS.
           READ FICCPTS
             AT END MOVE HIGH-VALUES TO FD-FICCPTS-NUMCPT
           END-READ
           .

       615-LIRE-FICTITU.
           READ FICTITU
           .

       620-FERMER-FICHIERS.
           CLOSE FICREJ
           CLOSE FICMVTS
           CLOSE FICCPTS
           CLOSE FICINCO
           CLOSE FICTITU
           CLOSE FICINCN
           CLOSE FICDFCC
           CLOSE FICLETRQ
           CLOSE FICETAT
           .

       630-ECRIRE-FICINCN.
           WRITE FD-FICINCN FROM FD-FICINCQ
           ADD 1 TO CP-ECRITS-INC
           .

       631-ECRIRE-FICDFCC.
           MOVE WS-SYSIN-CODE-ETAB       TO FD-FICDFCC-CODE-ETAB
           MOVE FD-FICINCQ-NUMCPT        TO FD-FICDFCC-NUMCPT
           MOVE FD-FICINCQ-SERIE         TO FD-FICDFCC-SERIE
           MOVE FD-FICINCQ-NUMCLI        TO FD-FICDFCC-NUMCLI
           MOVE WS-NOM-TIREUR            TO FD-FICDFCC-NOM
           MOVE FD-FICINCQ-DATE-INCIDENT TO FD-FICDFCC-DATE-INCIDENT
           MOVE FD-FICINCQ-MONTANT       TO FD-FICDFCC-MONTANT
           MOVE FD-FICINCQ-DATE-LEVEE    TO FD-FICDFCC-DATE-LEVEE
           MOVE WS-SYSIN-DATE            TO FD-FICDFCC-DATE-DECL
           MOVE SPACES TO FD-FICDFCC (96:25)
           WRITE FD-FICDFCC
           .

      *    INJONCTION DE NE PLUS EMETTRE DE CHEQUES : EVENEMENT
      *    HABILLE PAR L'EDITEUR CENTRAL COBTPLET (MODELE 'INJC'),
      *    ADRESSE DU TITULAIRE PRINCIPAL DU COMPTE
       632-ECRIRE-FICLETRQ.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'INJC' TO FD-FICLETRQ-MODELE
           MOVE FD-FICINCQ-NUMCPT TO FD-FICLETRQ-NUMCPT
           MOVE FD-FICINCQ-DATE-INCIDENT TO FD-FICLETRQ-DATE
           MOVE FD-FICINCQ-MONTANT TO FD-FICLETRQ-MONTANT
           MOVE FD-FICINCQ-SERIE TO ED-MOT-SERIE
           MOVE ED-MOTIF-LETTRE TO FD-FICLETRQ-MOTIF
           WRITE FD-FICLETRQ
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-RECH-REJET.
           SET WS-COMPTE-NON-REJETE TO TRUE
           PERFORM VARYING IX-REJ FROM 1 BY 1
             UNTIL IX-REJ > IX-REJ-CHARG
                OR WS-COMPTE-REJETE
              IF WS-REJ-NUMCPT (IX-REJ) = FD-FICMVTS-NUMCPT
                 SET WS-COMPTE-REJETE TO TRUE
              END-IF
           END-PERFORM
           .

       705-CLE-NOUVEAU.
           IF IX-NIN > IX-NIN-CHARG
              MOVE HIGH-VALUES TO WS-CLE-NOUVEAU
           ELSE
              MOVE WS-NIN-CLE (IX-NIN) TO WS-CLE-NOUVEAU
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< INSERTION TRIEE D'UN CHEQUE IMPAYE ; UN MEME CHEQUE     *
      *      PRESENTE DEUX FOIS DANS LE CYCLE N'EST RETENU QU'UNE FOIS*
      *      ---------------------------------------------------------*
       710-INSERER-CHEQUE.
           MOVE FD-FICMVTS-NUMCPT    TO WS-NIN-CLE-NUMCPT
           MOVE FD-FICMVTS-SERIE-CHQ TO WS-NIN-CLE-SERIE
           MOVE 1 TO IX-NIN-INS
           PERFORM UNTIL IX-NIN-INS > IX-NIN-CHARG
                      OR WS-NIN-CLE (IX-NIN-INS) NOT < WS-NIN-CLE-MVT
              ADD 1 TO IX-NIN-INS
           END-PERFORM
           IF IX-NIN-INS NOT > IX-NIN-CHARG
              AND WS-NIN-CLE (IX-NIN-INS) = WS-NIN-CLE-MVT
              CONTINUE
           ELSE
              IF IX-NIN-CHARG = IX-NIN-MAX
                 DISPLAY '*** TABLE DES CHEQUES IMPAYES SATUREE A '
                         IX-NIN-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              PERFORM VARYING IX-NIN-DEC FROM IX-NIN-CHARG BY -1
                UNTIL IX-NIN-DEC < IX-NIN-INS
                 MOVE WS-NIN-POSTE (IX-NIN-DEC)
                   TO WS-NIN-POSTE (IX-NIN-DEC + 1)
              END-PERFORM
              ADD 1 TO IX-NIN-CHARG
              MOVE WS-NIN-CLE-MVT TO WS-NIN-CLE (IX-NIN-INS)
              MOVE FD-FICMVTS-DATE TO WS-NIN-DATE (IX-NIN-INS)
              MOVE FD-FICMVTS-MONTANT TO WS-NIN-MONTANT (IX-NIN-INS)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PROVISION DU COMPTE : SOLDE CREDITEUR DU SOIR (FICCPTS  *
      *      EST LU EN AVANCE SIMPLE, DANS L'ORDRE DES INCIDENTS)     *
      *      ---------------------------------------------------------*
       720-POSITIONNER-PROVISION.
           IF FD-FICINCQ-NUMCPT NOT = WS-NUMCPT-PROV
              MOVE FD-FICINCQ-NUMCPT TO WS-NUMCPT-PROV
              PERFORM 614-LIRE-FICCPTS
                UNTIL FD-FICCPTS-NUMCPT NOT < FD-FICINCQ-NUMCPT
              IF FD-FICCPTS-NUMCPT = FD-FICINCQ-NUMCPT
                 AND FD-FICCPTS-SOLDE > 0
                 MOVE FD-FICCPTS-SOLDE TO WS-PROVISION
              ELSE
                 MOVE 0 TO WS-PROVISION
              END-IF
           END-IF
           .

       730-RECH-NOM-TIREUR.
           MOVE SPACES TO WS-NOM-TIREUR
           MOVE FD-FICINCQ-NUMCPT TO FD-FICTITU-NUMCPT
           PERFORM 615-LIRE-FICTITU
           IF FS-FICTITU = '00'
              MOVE FD-FICTITU-NOM TO WS-NOM-TIREUR
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              DISPLAY '*** DATE DU CYCLE ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-CODE-ETAB = SPACES
              DISPLAY '*** CODE ETABLISSEMENT ABSENT DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'REJETS LUS (FICREJ)          : ' CP-LECTURE-REJ
           DISPLAY 'COMPTES REJETES MOTIF D      : ' IX-REJ-CHARG
           DISPLAY 'MOUVEMENTS LUS (FICMVTS)     : ' CP-LECTURE-MVTS
           DISPLAY 'CHEQUES IMPAYES DU CYCLE     : ' CP-CHEQUES-IMPAYES
           DISPLAY 'CHEQUES SANS SERIE           : ' CP-SERIE-INVALIDE
           DISPLAY 'INCIDENTS LUS (FICINCO)      : ' CP-LECTURE-INC
           DISPLAY 'CHEQUES DEJA DECLARES        : ' CP-DEJA-DECLARES
           DISPLAY 'NOUVEAUX INCIDENTS DECLARES  : ' CP-INCIDENTS-NOUV
           DISPLAY 'INCIDENTS SANS TITULAIRE     : ' CP-SANS-TITULAIRE
           DISPLAY 'INCIDENTS REGULARISES        : ' CP-REGULARISES
           DISPLAY 'INCIDENTS TOUJOURS EN COURS  : ' CP-EN-COURS
           DISPLAY 'INCIDENTS PRESCRITS          : ' CP-PRESCRITS
           DISPLAY 'INCIDENTS PURGES (5 ANS)     : ' CP-PURGES
           DISPLAY 'INCIDENTS ECRITS (FICINCN)   : ' CP-ECRITS-INC
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-LIGNE-ETAT.
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-INCIDENT.
           MOVE FD-FICINCQ-NUMCPT TO ED-NUMCPT
           MOVE FD-FICINCQ-SERIE TO ED-SERIE
           MOVE FD-FICINCQ-NUMCLI TO ED-NUMCLI
           MOVE FD-FICINCQ-DATE-INCIDENT TO ED-DATE-INCIDENT
           MOVE FD-FICINCQ-MONTANT TO ED-MONTANT
           PERFORM 803-LIGNE-ETAT
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPINC ***'
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPFRD.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPFRD                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * DECISIONS DE LA CELLULE FRAUDE SUR LES VIREMENTS EXTERNES     *
      * RETENUS PAR COBTPVEX (DELAI DE CARENCE DES NOUVEAUX           *
      * BENEFICIAIRES) :                                              *
      *   - ANCIEN MAITRE DES ORDRES RETENUS + NAVETTE FICDVEXH DU    *
      *     JOUR (FICVFRO, TRIES SUR LA REFERENCE DE L'ORDRE) ET      *
      *     DECISIONS (FICDECF, TRIEES SUR LA REFERENCE) -> NOUVEAU   *
      *     MAITRE (FICVFRN) DES ORDRES TOUJOURS EN ATTENTE           *
      *   - DECISION 'L' (LIBERATION) : L'ORDRE, REVETU DU VISA       *
      *     'FRAU', EST RENVOYE DANS LA NAVETTE FICDVEXL, REPRISE PAR *
      *     COBTPVEX AU CYCLE SUIVANT SANS NOUVEAU CONTROLE DE        *
      *     CARENCE                                                   *
      *   - DECISION 'A' (ANNULATION) : L'ORDRE EST ABANDONNE         *
      *   - CHAQUE DECISION LAISSE UNE PISTE D'AUDIT (FICAUDIT) ; LES *
      *     ORDRES RESTANT RETENUS SONT EDITES DANS FICETATO (LISTE   *
      *     DE TRAVAIL DE LA CELLULE FRAUDE)                          *
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
           SELECT FICVFRO ASSIGN TO FICVFRO FILE STATUS IS FS-FICVFRO.
           SELECT FICDECF ASSIGN TO FICDECF FILE STATUS IS FS-FICDECF.
           SELECT FICVFRN ASSIGN TO FICVFRN.
           SELECT FICDVEXL ASSIGN TO FICDVEXL.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICETATO ASSIGN TO FICETATO.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICVFRO
           RECORDING MODE IS F.
       01     FD-FICVFRO.
         05   FILLER            PIC X(66).
         05   FD-FICVFRO-REFERENCE PIC X(10).
         05   FILLER            PIC X(74).

       FD FICDECF
           RECORDING MODE IS F.
       01     FD-FICDECF.
         05   FD-FICDECF-REFERENCE PIC X(10).
         05   FD-FICDECF-DECISION PIC X(01).
           88 FD-FICDECF-LIBERATION VALUE 'L'.
           88 FD-FICDECF-ANNULATION VALUE 'A'.
         05   FD-FICDECF-DATE   PIC 9(08).
         05   FD-FICDECF-DATE-X REDEFINES FD-FICDECF-DATE
                                PIC X(08).
         05   FD-FICDECF-OPERATEUR PIC X(08).
         05   FILLER            PIC X(53).

       FD FICVFRN
           RECORDING MODE IS F.
       01     FD-FICVFRN.
         05   FILLER            PIC X(150).

       FD FICDVEXL
           RECORDING MODE IS F.
       01     FD-FICDVEXL.
         05   FILLER            PIC X(110).

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

       FD FICETATO
           RECORDING MODE IS F.
       01     FD-FICETATO.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICVFRO         PIC X(2).
         05   FS-FICDECF         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< CLES D'APPARIEMENT (REFERENCE DE L'ORDRE)               *
      *      ---------------------------------------------------------*
       01     WS-CLE-VFR         PIC X(10).
       01     WS-CLE-DEC         PIC X(10).

      *      ---------------------------------------------------------*
      *-----< ORDRE RETENU EN COURS (IMAGE FICDVEX DE L'ORDRE, DATE   *
      *      ET MOTIF DE LA RETENUE)                                  *
      *      ---------------------------------------------------------*
       01     WS-RETENU.
         05   WS-VFR-ORDRE.
           10 WS-VFR-NUMCPT      PIC X(10).
           10 WS-VFR-IBAN        PIC X(27).
           10 WS-VFR-BIC         PIC X(11).
           10 WS-VFR-MONTANT     PIC 9(08)V99.
           10 WS-VFR-DATE-EXEC   PIC 9(08).
           10 WS-VFR-REFERENCE   PIC X(10).
           10 WS-VFR-VISA        PIC X(04).
           10 WS-VFR-NOM-BENEF   PIC X(30).
         05   WS-VFR-DATE-RETENUE PIC 9(08).
         05   WS-VFR-MOTIF       PIC X(30).
         05   WS-VFR-STATUT      PIC X(01).
           88 WS-VFR-EN-ATTENTE      VALUE ' '.
           88 WS-VFR-LIBERE          VALUE 'L'.
           88 WS-VFR-ANNULE          VALUE 'A'.
         05   FILLER             PIC X(01).

       01     WS-DATE-DECISION   PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
       01     WS-AUDIT-DATE        PIC 9(08).
       01     WS-AUDIT-HEURE.
         05   WS-AUDIT-HH          PIC 99.
         05   WS-AUDIT-MN          PIC 99.
         05   WS-AUDIT-SC          PIC 99.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-VFRO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-DECF    PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-LIBERES  PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-ANNULES  PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-RETENUS  PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'DECISIONS DE LA CELLULE FRAUDE              '.

       01     ED-ENTETE-OUV.
         05   FILLER PIC X(48)
               VALUE 'VIREMENTS RETENUS EN ATTENTE DE DECISION        '.

       01     ED-LIGNE-DECISION.
         05   ED-DEC-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-DEC-DECISION    PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-DEC-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-DEC-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-DEC-LIBELLE     PIC X(40).

       01     ED-LIGNE-OUVERT.
         05   ED-OUV-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OUV-DATE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OUV-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OUV-NOM         PIC X(19).
         05   ED-OUV-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-OUV-MOTIF       PIC X(14).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< VIREMENTS RETENUS PAR LE DELAI DE CARENCE               *
      *      ---------------------------------------------------------*
       100-VIREMENTS-RETENUS.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICVFRO
           PERFORM 611-LIRE-FICDECF

           PERFORM 200-APPARIEMENT
             UNTIL WS-CLE-VFR = HIGH-VALUE
               AND WS-CLE-DEC = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT ORDRES RETENUS / DECISIONS : L'ORDRE N'EST  *
      *      RECOPIE QU'APRES EPUISEMENT DE SES DECISIONS, ET         *
      *      SEULEMENT S'IL EST TOUJOURS EN ATTENTE                   *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN WS-CLE-VFR < WS-CLE-DEC
                 IF WS-VFR-EN-ATTENTE
                    PERFORM 630-ECRIRE-FICVFRN
                 END-IF
                 PERFORM 610-LIRE-FICVFRO
              WHEN WS-CLE-VFR > WS-CLE-DEC
                 MOVE SPACES TO ED-DEC-NUMCPT
                 MOVE 'ORDRE INCONNU - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
                 PERFORM 611-LIRE-FICDECF
              WHEN OTHER
                 PERFORM 710-APPLIQUER-DECISION
                 PERFORM 611-LIRE-FICDECF
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICVFRO
           IF FS-FICVFRO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICVFRO   FS-FICVFRO = '
                      FS-FICVFRO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDECF
           IF FS-FICDECF NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDECF   FS-FICDECF = '
                      FS-FICDECF
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICVFRN
           OPEN EXTEND FICDVEXL
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICETATO
           .

       610-LIRE-FICVFRO.
           READ FICVFRO INTO WS-RETENU
           IF FS-FICVFRO = '10'
              MOVE HIGH-VALUE TO WS-CLE-VFR
           ELSE
              ADD 1 TO CP-LECTURE-VFRO
              MOVE FD-FICVFRO-REFERENCE TO WS-CLE-VFR
              IF NOT WS-VFR-LIBERE
                 AND NOT WS-VFR-ANNULE
                 SET WS-VFR-EN-ATTENTE TO TRUE
              END-IF
           END-IF
           .

       611-LIRE-FICDECF.
           READ FICDECF
           IF FS-FICDECF = '10'
              MOVE HIGH-VALUE TO WS-CLE-DEC
           ELSE
              ADD 1 TO CP-LECTURE-DECF
              MOVE FD-FICDECF-REFERENCE TO WS-CLE-DEC
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICVFRO
           CLOSE FICDECF
           CLOSE FICVFRN
           CLOSE FICDVEXL
           CLOSE FICAUDIT
           CLOSE FICETAT
           CLOSE FICETATO
           .

       630-ECRIRE-FICVFRN.
           WRITE FD-FICVFRN FROM WS-RETENU
           PERFORM 806-LIGNE-OUVERT
           .

       631-ECRIRE-FICAUDIT.
           MOVE SPACES TO FD-FICAUDIT
           MOVE WS-VFR-NUMCPT TO FD-FICAUDIT-NUMCPT
           MOVE 'COBTPFRD' TO FD-FICAUDIT-PROGRAMME
           IF WS-VFR-LIBERE
              MOVE 'LIBERAT ' TO FD-FICAUDIT-OPERATION
           ELSE
              MOVE 'ANNULAT ' TO FD-FICAUDIT-OPERATION
           END-IF
           MOVE 0 TO FD-FICAUDIT-SOLDE-AVANT
           MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE FD-FICDECF-OPERATEUR TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

       632-ECRIRE-FICDVEXL.
           MOVE 'FRAU' TO WS-VFR-VISA
           WRITE FD-FICDVEXL FROM WS-VFR-ORDRE
           ADD 1 TO CP-ORDRES-LIBERES
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
      *-----< DECISION DE LA CELLULE FRAUDE SUR UN ORDRE RETENU       *
      *      ---------------------------------------------------------*
       710-APPLIQUER-DECISION.
           MOVE WS-VFR-NUMCPT TO ED-DEC-NUMCPT
           EVALUATE TRUE
              WHEN NOT WS-VFR-EN-ATTENTE
                 MOVE 'ORDRE DEJA DECIDE - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN NOT FD-FICDECF-LIBERATION
               AND NOT FD-FICDECF-ANNULATION
                 MOVE 'DECISION INCONNUE - REFUSEE' TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN FD-FICDECF-OPERATEUR = SPACES
                 MOVE 'OPERATEUR ABSENT - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN OTHER
                 IF FD-FICDECF-DATE-X NUMERIC
                    AND FD-FICDECF-DATE > 0
                    MOVE FD-FICDECF-DATE TO WS-DATE-DECISION
                 ELSE
                    MOVE WS-AUDIT-DATE TO WS-DATE-DECISION
                 END-IF
                 IF FD-FICDECF-LIBERATION
                    SET WS-VFR-LIBERE TO TRUE
                    PERFORM 632-ECRIRE-FICDVEXL
                    MOVE 'LIBERE - VIREMENT REMIS EN CIRCUIT'
                         TO ED-DEC-LIBELLE
                 ELSE
                    SET WS-VFR-ANNULE TO TRUE
                    ADD 1 TO CP-ORDRES-ANNULES
                    MOVE 'ANNULE - ORDRE ABANDONNE' TO ED-DEC-LIBELLE
                 END-IF
                 PERFORM 804-LIGNE-DECISION
                 PERFORM 631-ECRIRE-FICAUDIT
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D ORDRES RETENUS LUS  : ' CP-LECTURE-VFRO
           DISPLAY 'NOMBRE DE DECISIONS LUES     : ' CP-LECTURE-DECF
           DISPLAY 'NOMBRE D ORDRES LIBERES      : ' CP-ORDRES-LIBERES
           DISPLAY 'NOMBRE D ORDRES ANNULES      : ' CP-ORDRES-ANNULES
           DISPLAY 'NOMBRE D ORDRES EN ATTENTE   : ' CP-ORDRES-RETENUS
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-OUV TO ED-ZONE-ED
           WRITE FD-FICETATO FROM ED-ZONE-ED
           .

       804-LIGNE-DECISION.
           MOVE FD-FICDECF-REFERENCE TO ED-DEC-REFERENCE
           MOVE FD-FICDECF-DECISION TO ED-DEC-DECISION
           MOVE FD-FICDECF-OPERATEUR TO ED-DEC-OPERATEUR
           MOVE ED-LIGNE-DECISION TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-LIGNE-OUVERT.
           MOVE WS-VFR-REFERENCE TO ED-OUV-REFERENCE
           MOVE WS-VFR-DATE-RETENUE TO ED-OUV-DATE
           MOVE WS-VFR-NUMCPT TO ED-OUV-NUMCPT
           MOVE WS-VFR-NOM-BENEF TO ED-OUV-NOM
           MOVE WS-VFR-MONTANT TO ED-OUV-MONTANT
           MOVE WS-VFR-MOTIF TO ED-OUV-MOTIF
           MOVE ED-LIGNE-OUVERT TO ED-ZONE-ED
           WRITE FD-FICETATO FROM ED-ZONE-ED
           ADD 1 TO CP-ORDRES-RETENUS
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPFRD ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRSV.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRSV                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DU FICHIER DES RESERVATIONS DE FONDS FICRESV      *
      * (MONTANTS INDISPONIBLES SANS MOUVEMENT POSTE) :               *
      *   - ANCIEN MAITRE (FICRESVO) + TRANSACTIONS (FICMAJR) ->      *
      *     NOUVEAU MAITRE (FICRESVN), EN LECTURE APPARIEE SUR LA     *
      *     CLE NUMCPT + REFERENCE                                    *
      *   - ACTIONS : C = POSE, M = MODIFICATION (MONTANT, ECHEANCE), *
      *     S = LEVEE                                                 *
      *   - MOTIFS : 'A' PRE-AUTORISATION CARTE, 'C' CHEQUE REMIS A   *
      *     L'ENCAISSEMENT, 'L' RESERVE LEGALE OU JUDICIAIRE          *
      *   - UNE RESERVATION DONT L'ECHEANCE EST DEPASSEE A LA DATE    *
      *     SYSIN TOMBE D'ELLE-MEME (NON RECOPIEE) ; ECHEANCE A ZERO  *
      *     = JUSQU'A LEVEE                                           *
      *   - LE SOLDE DISPONIBLE (SOLDE - RESERVATIONS ACTIVES) EST    *
      *     CALCULE PAR LA FUSION COBTP3A2, COBTPVEX, COBTPEXP ET LA  *
      *     TRANSACTION CICTPCPT (KSDS RECHARGE PAR BANKRESV)         *
      *   - CHAQUE CHANGEMENT LAISSE UNE PISTE D'AUDIT (FICAUDIT)     *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ)                         *
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
           SELECT FICRESVO ASSIGN TO FICRESVO
                  FILE STATUS IS FS-FICRESVO.
           SELECT FICMAJR ASSIGN TO FICMAJR FILE STATUS IS FS-FICMAJR.
           SELECT FICRESVN ASSIGN TO FICRESVN.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICRESVO
           RECORDING MODE IS F.
       01     FD-FICRESVO.
         05   FD-FICRESVO-CLE.
           10 FD-FICRESVO-NUMCPT PIC X(10).
           10 FD-FICRESVO-REFERENCE PIC X(10).
         05   FD-FICRESVO-MOTIF PIC X(01).
         05   FD-FICRESVO-MONTANT PIC 9(08)V99.
         05   FD-FICRESVO-DATE-POSE PIC 9(08).
         05   FD-FICRESVO-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(33).

       FD FICMAJR
           RECORDING MODE IS F.
       01     FD-FICMAJR.
         05   FD-FICMAJR-ACTION PIC X(01).
           88 FD-FICMAJR-CREATION VALUE 'C'.
           88 FD-FICMAJR-MODIF    VALUE 'M'.
           88 FD-FICMAJR-SUPPR    VALUE 'S'.
         05   FD-FICMAJR-CLE.
           10 FD-FICMAJR-NUMCPT PIC X(10).
           10 FD-FICMAJR-REFERENCE PIC X(10).
         05   FD-FICMAJR-MOTIF  PIC X(01).
           88 FD-FICMAJR-CARTE      VALUE 'A'.
           88 FD-FICMAJR-CHEQUE     VALUE 'C'.
           88 FD-FICMAJR-LEGALE     VALUE 'L'.
         05   FD-FICMAJR-MONTANT PIC 9(08)V99.
         05   FD-FICMAJR-MONTANT-X REDEFINES FD-FICMAJR-MONTANT
                                PIC X(10).
         05   FD-FICMAJR-DATE-POSE PIC 9(08).
         05   FD-FICMAJR-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(32).

       FD FICRESVN
           RECORDING MODE IS F.
       01     FD-FICRESVN.
         05   FILLER            PIC X(80).

       FD FICAUDIT
           RECORDING MODE IS F.
       01     FD-FICAUDIT.
         05   FD-FICAUDIT-NUMCPT      PIC X(10).
         05   FD-FICAUDIT-PROGRAMME   PIC X(08).
         05   FD-FICAUDIT-OPERATION   PIC X(08).
           88 FD-FICAUDIT-OP-CREATION   VALUE 'CREATION'.
           88 FD-FICAUDIT-OP-MODIF      VALUE 'MODIF   '.
           88 FD-FICAUDIT-OP-SUPPR      VALUE 'SUPPR   '.
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
         05   FS-FICRESVO        PIC X(2).
         05   FS-FICMAJR         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION ET DERNIERE     *
      *      CLE ECRITE (UNE CLE NE PEUT FIGURER QU'UNE FOIS DANS LE  *
      *      MAITRE, QUI RECHARGE UN KSDS)                            *
      *      ---------------------------------------------------------*
       01     WS-RESERVATION.
         05   WS-RSV-CLE.
           10 WS-RSV-NUMCPT      PIC X(10).
           10 WS-RSV-REFERENCE   PIC X(10).
         05   WS-RSV-MOTIF       PIC X(01).
         05   WS-RSV-MONTANT     PIC 9(08)V99.
         05   WS-RSV-DATE-POSE   PIC 9(08).
         05   WS-RSV-DATE-ECH    PIC 9(08).
         05   FILLER             PIC X(33).
       01     WS-CLE-ECRITE      PIC X(20) VALUE LOW-VALUES.

       01     WS-MAJR-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJR-OK             VALUE 'O'.
         88   WS-MAJR-KO             VALUE 'N'.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
       01     WS-AUDIT-DATE        PIC 9(08).
       01     WS-AUDIT-HEURE.
         05   WS-AUDIT-HH          PIC 99.
         05   WS-AUDIT-MN          PIC 99.
         05   WS-AUDIT-SC          PIC 99.
       01     WS-AUDIT-AVANT       PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-RESVO   PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MAJR    PIC 9(6) COMP VALUE 0.
         05   CP-POSES           PIC 9(6) COMP VALUE 0.
         05   CP-MODIFICATIONS   PIC 9(6) COMP VALUE 0.
         05   CP-LEVEES          PIC 9(6) COMP VALUE 0.
         05   CP-ECHUES          PIC 9(6) COMP VALUE 0.
         05   CP-REPORTES        PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DES RESERVATIONS DE FONDS DU    '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-ACTION      PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-ANO-LIBELLE     PIC X(40).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS                                            *
      *      ---------------------------------------------------------*
       100-RESERVATIONS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICRESVO
           PERFORM 611-LIRE-FICMAJR

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICRESVO-CLE = HIGH-VALUE
               AND FD-FICMAJR-CLE = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / TRANSACTIONS                       *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICRESVO-CLE < FD-FICMAJR-CLE
                 MOVE FD-FICRESVO TO WS-RESERVATION
                 PERFORM 210-RECOPIER-SI-ACTIVE
                 PERFORM 610-LIRE-FICRESVO
              WHEN FD-FICRESVO-CLE > FD-FICMAJR-CLE
                 EVALUATE TRUE
                    WHEN NOT FD-FICMAJR-CREATION
                       MOVE 'RESERVATION INCONNUE - ACTION REFUSEE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                    WHEN FD-FICMAJR-CLE = WS-CLE-ECRITE
                       MOVE 'RESERVATION DEJA POSEE - POSE REFUSEE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                    WHEN OTHER
                       PERFORM 710-CONTROLER-MAJR
                       IF WS-MAJR-OK
                          PERFORM 720-CONSTRUIRE-DEPUIS-MAJR
                          PERFORM 630-ECRIRE-FICRESVN
                          MOVE 0 TO WS-AUDIT-AVANT
                          PERFORM 631-ECRIRE-FICAUDIT
                          ADD 1 TO CP-POSES
                       END-IF
                 END-EVALUATE
                 PERFORM 611-LIRE-FICMAJR
              WHEN OTHER
                 PERFORM 220-TRANSACTION-SUR-EXISTANT
                 PERFORM 610-LIRE-FICRESVO
                 PERFORM 611-LIRE-FICMAJR
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< RECOPIE D'UNE RESERVATION SANS TRANSACTION : ELLE TOMBE *
      *      SI SON ECHEANCE EST DEPASSEE                             *
      *      ---------------------------------------------------------*
       210-RECOPIER-SI-ACTIVE.
           IF WS-RSV-DATE-ECH NOT = 0
              AND WS-RSV-DATE-ECH < WS-SYSIN-DATE
              ADD 1 TO CP-ECHUES
           ELSE
              PERFORM 630-ECRIRE-FICRESVN
              ADD 1 TO CP-REPORTES
           END-IF
           .

       220-TRANSACTION-SUR-EXISTANT.
           MOVE FD-FICRESVO-MONTANT TO WS-AUDIT-AVANT
           EVALUATE TRUE
              WHEN FD-FICMAJR-SUPPR
                 MOVE 0 TO FD-FICMAJR-MONTANT
                 PERFORM 631-ECRIRE-FICAUDIT
                 ADD 1 TO CP-LEVEES
              WHEN FD-FICMAJR-MODIF
                 MOVE FD-FICRESVO-MOTIF TO FD-FICMAJR-MOTIF
                 MOVE FD-FICRESVO-DATE-POSE TO FD-FICMAJR-DATE-POSE
                 PERFORM 710-CONTROLER-MAJR
                 IF WS-MAJR-OK
                    PERFORM 720-CONSTRUIRE-DEPUIS-MAJR
                    PERFORM 630-ECRIRE-FICRESVN
                    PERFORM 631-ECRIRE-FICAUDIT
                    ADD 1 TO CP-MODIFICATIONS
                 ELSE
                    MOVE FD-FICRESVO TO WS-RESERVATION
                    PERFORM 210-RECOPIER-SI-ACTIVE
                 END-IF
              WHEN FD-FICMAJR-CREATION
                 MOVE 'RESERVATION DEJA POSEE - POSE REFUSEE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 MOVE FD-FICRESVO TO WS-RESERVATION
                 PERFORM 210-RECOPIER-SI-ACTIVE
              WHEN OTHER
                 MOVE 'ACTION INVALIDE SUR RESERVATION EXISTANTE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 MOVE FD-FICRESVO TO WS-RESERVATION
                 PERFORM 210-RECOPIER-SI-ACTIVE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICRESVO
           IF FS-FICRESVO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRESVO  FS-FICRESVO = '
                      FS-FICRESVO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMAJR
           IF FS-FICMAJR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJR   FS-FICMAJR = '
                      FS-FICMAJR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICRESVN
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICRESVO.
           READ FICRESVO
           IF FS-FICRESVO = '10'
              MOVE HIGH-VALUE TO FD-FICRESVO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-RESVO
           END-IF
           .

       611-LIRE-FICMAJR.
           READ FICMAJR
           IF FS-FICMAJR = '10'
              MOVE HIGH-VALUE TO FD-FICMAJR-CLE
           ELSE
              ADD 1 TO CP-LECTURE-MAJR
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICRESVO
           CLOSE FICMAJR
           CLOSE FICRESVN
           CLOSE FICAUDIT
           CLOSE FICETAT
           .

       630-ECRIRE-FICRESVN.
           WRITE FD-FICRESVN FROM WS-RESERVATION
           MOVE WS-RSV-CLE TO WS-CLE-ECRITE
           .

      *    AVANT / APRES = MONTANT RESERVE (ZERO A LA POSE ET A LA
      *    LEVEE)
       631-ECRIRE-FICAUDIT.
           MOVE SPACES TO FD-FICAUDIT
           MOVE FD-FICMAJR-NUMCPT TO FD-FICAUDIT-NUMCPT
           MOVE 'COBTPRSV' TO FD-FICAUDIT-PROGRAMME
           EVALUATE TRUE
              WHEN FD-FICMAJR-CREATION
                 SET FD-FICAUDIT-OP-CREATION TO TRUE
              WHEN FD-FICMAJR-SUPPR
                 SET FD-FICAUDIT-OP-SUPPR TO TRUE
              WHEN OTHER
                 SET FD-FICAUDIT-OP-MODIF TO TRUE
           END-EVALUATE
           MOVE WS-AUDIT-AVANT TO FD-FICAUDIT-SOLDE-AVANT
           MOVE FD-FICMAJR-MONTANT TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE 'COBTPRSV' TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           INITIALIZE CP-VARIABLES-COMPTEURS
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
           .

       710-CONTROLER-MAJR.
           MOVE 'O' TO WS-MAJR-VALIDE
           IF NOT FD-FICMAJR-CARTE
              AND NOT FD-FICMAJR-CHEQUE
              AND NOT FD-FICMAJR-LEGALE
              MOVE 'MOTIF DE RESERVATION INCONNU - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJR-VALIDE
           END-IF
           IF WS-MAJR-OK
              AND (FD-FICMAJR-MONTANT-X NOT NUMERIC
                   OR FD-FICMAJR-MONTANT = 0)
              MOVE 'MONTANT NUL OU INVALIDE - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJR-VALIDE
           END-IF
           IF WS-MAJR-OK
              AND FD-FICMAJR-REFERENCE = SPACES
              MOVE 'REFERENCE ABSENTE - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJR-VALIDE
           END-IF
           IF WS-MAJR-OK
              AND FD-FICMAJR-DATE-ECH NUMERIC
              AND FD-FICMAJR-DATE-ECH NOT = 0
              AND FD-FICMAJR-DATE-ECH < WS-SYSIN-DATE
              MOVE 'ECHEANCE DEJA DEPASSEE - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJR-VALIDE
           END-IF
           .

       720-CONSTRUIRE-DEPUIS-MAJR.
           MOVE SPACES TO WS-RESERVATION
           MOVE FD-FICMAJR-NUMCPT    TO WS-RSV-NUMCPT
           MOVE FD-FICMAJR-REFERENCE TO WS-RSV-REFERENCE
           MOVE FD-FICMAJR-MOTIF     TO WS-RSV-MOTIF
           MOVE FD-FICMAJR-MONTANT   TO WS-RSV-MONTANT
           IF FD-FICMAJR-DATE-POSE NUMERIC
              AND FD-FICMAJR-DATE-POSE NOT = 0
              MOVE FD-FICMAJR-DATE-POSE TO WS-RSV-DATE-POSE
           ELSE
              MOVE WS-SYSIN-DATE TO WS-RSV-DATE-POSE
           END-IF
           IF FD-FICMAJR-DATE-ECH NUMERIC
              MOVE FD-FICMAJR-DATE-ECH TO WS-RSV-DATE-ECH
           ELSE
              MOVE 0 TO WS-RSV-DATE-ECH
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              DISPLAY '*** DATE DE TRAITEMENT ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE RESERVATIONS LUES  : ' CP-LECTURE-RESVO
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJR
           DISPLAY 'NOMBRE DE POSES              : ' CP-POSES
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIFICATIONS
           DISPLAY 'NOMBRE DE LEVEES             : ' CP-LEVEES
           DISPLAY 'NOMBRE D ECHUES RETIREES     : ' CP-ECHUES
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORTES
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ANOMALIE.
           MOVE FD-FICMAJR-NUMCPT TO ED-ANO-NUMCPT
           MOVE FD-FICMAJR-REFERENCE TO ED-ANO-REFERENCE
           MOVE FD-FICMAJR-ACTION TO ED-ANO-ACTION
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-ANOMALIES
           MOVE 4 TO WS-CODE-RETOUR
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRSV ***'
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

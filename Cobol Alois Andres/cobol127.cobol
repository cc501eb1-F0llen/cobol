       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPBAY.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPBAY                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DES INSTRUCTIONS DE BALAYAGE DE TRESORERIE        *
      * FICBALY (COMPTE COURANT SOURCE, COMPTE D'EPARGNE CIBLE) :     *
      *   - ANCIEN MAITRE (FICBALYO) + TRANSACTIONS (FICMAJY) ->      *
      *     NOUVEAU MAITRE (FICBALYN), EN LECTURE APPARIEE SUR LE     *
      *     COUPLE COMPTE SOURCE + COMPTE CIBLE                       *
      *   - ACTIONS : C = CREATION, M = MODIFICATION, S = SUPPRESSION *
      *   - PLANCHER <= PLAFOND : AU-DELA DU PLAFOND L'EXCEDENT DU    *
      *     COMPTE SOURCE PART SUR LA CIBLE, SOUS LE PLANCHER LA      *
      *     CIBLE RENFLOUE LE COMPTE SOURCE (GENERATEUR COBTPSWP)     *
      *   - PERIODICITE J = QUOTIDIENNE, H = HEBDOMADAIRE,            *
      *     M = MENSUELLE ; PREMIERE ECHEANCE A BLANC = DATE DU JOUR  *
      *   - STATUT 'S' = SUSPENDUE (RECOPIEE SANS BALAYAGE)           *
      *   - CHAQUE CHANGEMENT LAISSE UNE PISTE D'AUDIT (FICAUDIT)     *
      *   - TRANSACTIONS REFUSEES LISTEES SUR FICETAT : CODE RETOUR 4 *
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
           SELECT FICMAJY ASSIGN TO FICMAJY FILE STATUS IS FS-FICMAJY.
           SELECT FICBALYN ASSIGN TO FICBALYN.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    INSTRUCTIONS DE BALAYAGE, TRIEES PAR COMPTE SOURCE PUIS
      *    COMPTE CIBLE
       FD FICBALYO
           RECORDING MODE IS F.
       01     FD-FICBALYO.
         05   FD-FICBALYO-CLE.
           10 FD-FICBALYO-SOURCE PIC X(10).
           10 FD-FICBALYO-CIBLE PIC X(10).
         05   FD-FICBALYO-PLANCHER PIC 9(08)V99.
         05   FD-FICBALYO-PLAFOND PIC 9(08)V99.
         05   FD-FICBALYO-PERIODICITE PIC X(01).
         05   FD-FICBALYO-PROCHAINE PIC 9(08).
         05   FD-FICBALYO-STATUT PIC X(01).
         05   FD-FICBALYO-DATE-DERNIER PIC 9(08).
         05   FILLER            PIC X(22).

       FD FICMAJY
           RECORDING MODE IS F.
       01     FD-FICMAJY.
         05   FD-FICMAJY-ACTION PIC X(01).
           88 FD-FICMAJY-CREATION VALUE 'C'.
           88 FD-FICMAJY-MODIF    VALUE 'M'.
           88 FD-FICMAJY-SUPPR    VALUE 'S'.
         05   FD-FICMAJY-CLE.
           10 FD-FICMAJY-SOURCE PIC X(10).
           10 FD-FICMAJY-CIBLE  PIC X(10).
         05   FD-FICMAJY-PLANCHER PIC 9(08)V99.
         05   FD-FICMAJY-PLAFOND PIC 9(08)V99.
         05   FD-FICMAJY-PERIODICITE PIC X(01).
           88 FD-FICMAJY-QUOTIDIEN     VALUE 'J'.
           88 FD-FICMAJY-HEBDOMADAIRE  VALUE 'H'.
           88 FD-FICMAJY-MENSUEL       VALUE 'M'.
         05   FD-FICMAJY-PROCHAINE PIC 9(08).
         05   FD-FICMAJY-STATUT PIC X(01).
           88 FD-FICMAJY-ACTIF         VALUE ' '.
           88 FD-FICMAJY-SUSPENDU      VALUE 'S'.
         05   FILLER            PIC X(29).

       FD FICBALYN
           RECORDING MODE IS F.
       01     FD-FICBALYN.
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
         05   FS-FICBALYO        PIC X(2).
         05   FS-FICMAJY         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION                 *
      *      ---------------------------------------------------------*
       01     WS-BALAYAGE.
         05   WS-BAY-SOURCE      PIC X(10).
         05   WS-BAY-CIBLE       PIC X(10).
         05   WS-BAY-PLANCHER    PIC 9(08)V99.
         05   WS-BAY-PLAFOND     PIC 9(08)V99.
         05   WS-BAY-PERIODICITE PIC X(01).
         05   WS-BAY-PROCHAINE   PIC 9(08).
         05   WS-BAY-STATUT      PIC X(01).
         05   WS-BAY-DATE-DERNIER PIC 9(08).
         05   FILLER             PIC X(22).

       01     WS-MAJY-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJY-OK             VALUE 'O'.
         88   WS-MAJY-KO             VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
       01     WS-AUDIT-DATE        PIC 9(08).
       01     WS-AUDIT-HEURE.
         05   WS-AUDIT-HH          PIC 99.
         05   WS-AUDIT-MN          PIC 99.
         05   WS-AUDIT-SC          PIC 99.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-BALYO   PIC 9(4) COMP VALUE 0.
         05   CP-LECTURE-MAJY    PIC 9(4) COMP VALUE 0.
         05   CP-CREATIONS       PIC 9(4) COMP VALUE 0.
         05   CP-MODIFICATIONS   PIC 9(4) COMP VALUE 0.
         05   CP-SUPPRESSIONS    PIC 9(4) COMP VALUE 0.
         05   CP-REPORTES        PIC 9(4) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DES INSTRUCTIONS DE BALAYAGE    '.

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-SOURCE      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-CIBLE       PIC X(10).
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
      *-----< INSTRUCTIONS DE BALAYAGE                                *
      *      ---------------------------------------------------------*
       100-BALAYAGES.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICBALYO
           PERFORM 611-LIRE-FICMAJY

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICBALYO-CLE = HIGH-VALUE
               AND FD-FICMAJY-CLE = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / TRANSACTIONS SUR LE COUPLE DE      *
      *      COMPTES SOURCE + CIBLE                                   *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICBALYO-CLE < FD-FICMAJY-CLE
                 MOVE FD-FICBALYO TO WS-BALAYAGE
                 PERFORM 630-ECRIRE-FICBALYN
                 ADD 1 TO CP-REPORTES
                 PERFORM 610-LIRE-FICBALYO
              WHEN FD-FICBALYO-CLE > FD-FICMAJY-CLE
                 IF FD-FICMAJY-CREATION
                    PERFORM 710-CONTROLER-MAJY
                    IF WS-MAJY-OK
                       MOVE SPACES TO WS-BALAYAGE
                       MOVE 0 TO WS-BAY-DATE-DERNIER
                       PERFORM 720-CONSTRUIRE-DEPUIS-MAJY
                       PERFORM 630-ECRIRE-FICBALYN
                       PERFORM 631-ECRIRE-FICAUDIT
                       ADD 1 TO CP-CREATIONS
                    END-IF
                 ELSE
                    MOVE 'INSTRUCTION INCONNUE - ACTION REFUSEE'
                         TO ED-ANO-LIBELLE
                    PERFORM 804-LIGNE-ANOMALIE
                 END-IF
                 PERFORM 611-LIRE-FICMAJY
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN FD-FICMAJY-SUPPR
                       PERFORM 631-ECRIRE-FICAUDIT
                       ADD 1 TO CP-SUPPRESSIONS
                    WHEN FD-FICMAJY-MODIF
                       PERFORM 710-CONTROLER-MAJY
                       IF WS-MAJY-OK
      *                   LA DATE DU DERNIER BALAYAGE EST CONSERVEE
                          MOVE SPACES TO WS-BALAYAGE
                          MOVE FD-FICBALYO-DATE-DERNIER
                               TO WS-BAY-DATE-DERNIER
                          PERFORM 720-CONSTRUIRE-DEPUIS-MAJY
                          PERFORM 630-ECRIRE-FICBALYN
                          PERFORM 631-ECRIRE-FICAUDIT
                          ADD 1 TO CP-MODIFICATIONS
                       ELSE
                          MOVE FD-FICBALYO TO WS-BALAYAGE
                          PERFORM 630-ECRIRE-FICBALYN
                       END-IF
                    WHEN FD-FICMAJY-CREATION
                       MOVE 'INSTRUCTION DEJA POSEE - REFUSEE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                       MOVE FD-FICBALYO TO WS-BALAYAGE
                       PERFORM 630-ECRIRE-FICBALYN
                    WHEN OTHER
                       MOVE 'ACTION INVALIDE SUR EXISTANTE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                       MOVE FD-FICBALYO TO WS-BALAYAGE
                       PERFORM 630-ECRIRE-FICBALYN
                 END-EVALUATE
                 PERFORM 610-LIRE-FICBALYO
                 PERFORM 611-LIRE-FICMAJY
           END-EVALUATE
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
           OPEN INPUT FICMAJY
           IF FS-FICMAJY NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJY   FS-FICMAJY = '
                      FS-FICMAJY
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICBALYN
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICBALYO.
           READ FICBALYO
           IF FS-FICBALYO = '10'
              MOVE HIGH-VALUE TO FD-FICBALYO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-BALYO
           END-IF
           .

       611-LIRE-FICMAJY.
           READ FICMAJY
           IF FS-FICMAJY = '10'
              MOVE HIGH-VALUE TO FD-FICMAJY-CLE
           ELSE
              ADD 1 TO CP-LECTURE-MAJY
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICBALYO
           CLOSE FICMAJY
           CLOSE FICBALYN
           CLOSE FICAUDIT
           CLOSE FICETAT
           .

       630-ECRIRE-FICBALYN.
           WRITE FD-FICBALYN FROM WS-BALAYAGE
           .

      *    PISTE D'AUDIT PORTEE PAR LE COMPTE SOURCE ; LES SEUILS
      *    AVANT / APRES SONT LE PLAFOND DE L'INSTRUCTION
       631-ECRIRE-FICAUDIT.
           MOVE SPACES TO FD-FICAUDIT
           MOVE FD-FICMAJY-SOURCE TO FD-FICAUDIT-NUMCPT
           MOVE 'COBTPBAY' TO FD-FICAUDIT-PROGRAMME
           EVALUATE TRUE
              WHEN FD-FICMAJY-CREATION
                 SET FD-FICAUDIT-OP-CREATION TO TRUE
                 MOVE 0 TO FD-FICAUDIT-SOLDE-AVANT
                 MOVE WS-BAY-PLAFOND TO FD-FICAUDIT-SOLDE-APRES
              WHEN FD-FICMAJY-SUPPR
                 SET FD-FICAUDIT-OP-SUPPR TO TRUE
                 MOVE FD-FICBALYO-PLAFOND TO FD-FICAUDIT-SOLDE-AVANT
                 MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
              WHEN OTHER
                 SET FD-FICAUDIT-OP-MODIF TO TRUE
                 MOVE FD-FICBALYO-PLAFOND TO FD-FICAUDIT-SOLDE-AVANT
                 MOVE WS-BAY-PLAFOND TO FD-FICAUDIT-SOLDE-APRES
           END-EVALUATE
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE 'COBTPBAY' TO FD-FICAUDIT-OPERATEUR
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

       710-CONTROLER-MAJY.
           MOVE 'O' TO WS-MAJY-VALIDE
           IF FD-FICMAJY-SOURCE = SPACES
              OR FD-FICMAJY-CIBLE = SPACES
              OR FD-FICMAJY-SOURCE = FD-FICMAJY-CIBLE
              MOVE 'COMPTES SOURCE/CIBLE INVALIDES - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJY-VALIDE
           END-IF
           IF WS-MAJY-OK
              AND (FD-FICMAJY-PLANCHER NOT NUMERIC
                   OR FD-FICMAJY-PLAFOND NOT NUMERIC)
              MOVE 'PLANCHER OU PLAFOND NON NUMERIQUE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJY-VALIDE
           END-IF
           IF WS-MAJY-OK
              AND FD-FICMAJY-PLANCHER > FD-FICMAJY-PLAFOND
              MOVE 'PLANCHER SUPERIEUR AU PLAFOND - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJY-VALIDE
           END-IF
           IF WS-MAJY-OK
              AND NOT FD-FICMAJY-QUOTIDIEN
              AND NOT FD-FICMAJY-HEBDOMADAIRE
              AND NOT FD-FICMAJY-MENSUEL
              MOVE 'PERIODICITE INCONNUE (J/H/M) - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJY-VALIDE
           END-IF
           IF WS-MAJY-OK
              AND NOT FD-FICMAJY-ACTIF
              AND NOT FD-FICMAJY-SUSPENDU
              MOVE 'STATUT INCONNU (BLANC/S) - REFUSE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJY-VALIDE
           END-IF
           .

      *    PREMIERE ECHEANCE ABSENTE : LE BALAYAGE DEMARRE AU
      *    PROCHAIN CYCLE
       720-CONSTRUIRE-DEPUIS-MAJY.
           MOVE FD-FICMAJY-SOURCE      TO WS-BAY-SOURCE
           MOVE FD-FICMAJY-CIBLE       TO WS-BAY-CIBLE
           MOVE FD-FICMAJY-PLANCHER    TO WS-BAY-PLANCHER
           MOVE FD-FICMAJY-PLAFOND     TO WS-BAY-PLAFOND
           MOVE FD-FICMAJY-PERIODICITE TO WS-BAY-PERIODICITE
           MOVE FD-FICMAJY-STATUT      TO WS-BAY-STATUT
           IF FD-FICMAJY-PROCHAINE NUMERIC
              AND FD-FICMAJY-PROCHAINE > 0
              MOVE FD-FICMAJY-PROCHAINE TO WS-BAY-PROCHAINE
           ELSE
              MOVE WS-AUDIT-DATE TO WS-BAY-PROCHAINE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D INSTRUCTIONS LUES   : ' CP-LECTURE-BALYO
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJY
           DISPLAY 'NOMBRE DE CREATIONS          : ' CP-CREATIONS
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIFICATIONS
           DISPLAY 'NOMBRE DE SUPPRESSIONS       : ' CP-SUPPRESSIONS
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORTES
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *    TRANSACTION REFUSEE : CODE RETOUR 4
       804-LIGNE-ANOMALIE.
           MOVE FD-FICMAJY-SOURCE TO ED-ANO-SOURCE
           MOVE FD-FICMAJY-CIBLE  TO ED-ANO-CIBLE
           MOVE FD-FICMAJY-ACTION TO ED-ANO-ACTION
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-ANOMALIES
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPBAY ***'
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

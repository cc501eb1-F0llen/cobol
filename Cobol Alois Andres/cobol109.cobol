       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPADR.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPADR                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * SURVEILLANCE DES OPERATIONS QUI SUIVENT UN CHANGEMENT         *
      * D'ADRESSE (SCHEMA DE FRAUDE : L'ADRESSE EST DETOURNEE PUIS    *
      * UN VIREMENT EST EMIS OU UNE CARTE COMMANDEE) :                *
      *   - CHARGE LES CHANGEMENTS D'ADRESSE DE L'HISTORIQUE FICHADR  *
      *     (TOUTES GENERATIONS) DATES DES N DERNIERS JOURS ; CHAQUE  *
      *     CHANGEMENT OUVRE UNE FENETRE DE N JOURS                   *
      *   - RETROUVE LES COMPTES DES CLIENTS CONCERNES PAR LE LIEN    *
      *     COMPTE-CLIENT FICLNK (TOUS ROLES)                         *
      *   - SIGNALE LES VIREMENTS EMIS DU REGISTRE FICREGX ET LES     *
      *     CARTES COMMANDEES DU MAITRE FICCART (CARTE NOUVELLE OU    *
      *     ACTIVE HORS RENOUVELLEMENT, MISE A JOUR DANS LA FENETRE)  *
      *     SUR CES COMPTES ENTRE LE CHANGEMENT ET SA FIN DE FENETRE  *
      *   - EDITE L'ETAT FICETAT (UNE LIGNE PAR OPERATION)            *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ PUIS FENETRE EN JOURS     *
      *         (3 CHIFFRES, ZERO OU BLANC = 30)                      *
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
           SELECT FICHADR ASSIGN TO FICHADR FILE STATUS IS FS-FICHADR.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICREGX ASSIGN TO FICREGX FILE STATUS IS FS-FICREGX.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    HISTORIQUE DES CHANGEMENTS D'ADRESSE (COBTPCLI)
       FD FICHADR
           RECORDING MODE IS F.
       COPY CHADR.

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

      *    REGISTRE DES VIREMENTS EMIS (COBTPVRG)
       FD FICREGX
           RECORDING MODE IS F.
       01     FD-FICREGX.
         05   FD-FICREGX-NUMCPT PIC X(10).
         05   FD-FICREGX-REFERENCE PIC X(10).
         05   FD-FICREGX-DATE   PIC 9(08).
         05   FD-FICREGX-MONTANT PIC 9(08)V99.
         05   FD-FICREGX-DEVISE PIC X(03).
         05   FD-FICREGX-PRODUIT PIC X(01).
         05   FILLER            PIC X(38).

       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
           88 FD-FICCART-ST-ACTIVE     VALUE 'A'.
           88 FD-FICCART-ST-NOUVELLE   VALUE 'N'.
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

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
         05   FS-FICHADR         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICREGX         PIC X(2).
         05   FS-FICCART         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-SYSIN      PIC 9(08).

       01     WS-FENETRE-SYSIN   PIC X(3).
       01     WS-FENETRE-SYSIN-9 REDEFINES WS-FENETRE-SYSIN
                                 PIC 9(3).

      *      ---------------------------------------------------------*
      *-----< FENETRE DE SURVEILLANCE ET DATE DE DEBUT (CALCULEES PAR *
      *      LES SERVICES DE DATE COMMUNS SCALJOU)                    *
      *      ---------------------------------------------------------*
       01     WS-FENETRE-DEFAUT  PIC 9(3) VALUE 30.
       01     WS-FENETRE-JOURS   PIC 9(3).
       01     WS-DATE-DEBUT      PIC 9(08).

       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< CHANGEMENTS D'ADRESSE SURVEILLES                        *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CHG.
         05   IX-CHG             PIC 9(4) COMP VALUE 0.
         05   IX-CHG-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-CHG-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-CHG.
         05   WS-CHG-POSTE OCCURS 2000 TIMES.
           10 WS-CHG-NUMCLI      PIC X(08).
           10 WS-CHG-DATE        PIC 9(08).
           10 WS-CHG-DATE-FIN    PIC 9(08).
           10 WS-CHG-OPERATEUR   PIC X(08).
           10 WS-CHG-SIGNALE     PIC X(01).
             88 WS-CHG-DEJA-SIGNALE  VALUE 'O'.

      *      ---------------------------------------------------------*
      *-----< COMPTES DES CLIENTS SURVEILLES : UN POSTE PAR COUPLE    *
      *      COMPTE / CHANGEMENT                                      *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CPS.
         05   IX-CPS             PIC 9(4) COMP VALUE 0.
         05   IX-CPS-MAX         PIC 9(4) COMP VALUE 5000.
         05   IX-CPS-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-CPS.
         05   WS-CPS-POSTE OCCURS 5000 TIMES.
           10 WS-CPS-NUMCPT      PIC X(10).
           10 WS-CPS-IX-CHG      PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< OPERATION EXAMINEE (VIREMENT OU CARTE)                  *
      *      ---------------------------------------------------------*
       01     WS-OPERATION.
         05   WS-OPE-NUMCPT      PIC X(10).
         05   WS-OPE-TYPE        PIC X(08).
         05   WS-OPE-REFERENCE   PIC X(10).
         05   WS-OPE-DATE        PIC 9(08).
         05   WS-OPE-MONTANT     PIC 9(08)V99.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-HADR    PIC 9(8) COMP VALUE 0.
         05   CP-CHGT-SURVEILLES PIC 9(8) COMP VALUE 0.
         05   CP-COMPTES-SURV    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-REGX    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-CART    PIC 9(8) COMP VALUE 0.
         05   CP-VIREMENTS-SIG   PIC 9(8) COMP VALUE 0.
         05   CP-CARTES-SIG      PIC 9(8) COMP VALUE 0.
         05   CP-CLIENTS-SIG     PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'OPERATIONS SUIVANT UN CHANGEMENT D ADRESSE  '.
         05   FILLER PIC X(09) VALUE 'FENETRE :'.
         05   ED-ENT-FENETRE     PIC ZZ9.
         05   FILLER PIC X(06) VALUE ' JOURS'.

       01     ED-ENTETE2.
         05   FILLER PIC X(38)
               VALUE 'CLIENT   CHGT LE  PAR      COMPTE     '.
         05   FILLER PIC X(41)
               VALUE 'NATURE   REFERENCE  DATE OP       MONTANT'.

       01     ED-LIGNE-OPERATION.
         05   ED-OPE-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OPE-DATE-CHGT   PIC 9(08).
         05   FILLER             PIC X(01).
         05   ED-OPE-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OPE-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OPE-TYPE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OPE-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OPE-DATE        PIC 9(08).
         05   FILLER             PIC X(01).
         05   ED-OPE-MONTANT     PIC ZZZZZZZ9,V99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< SURVEILLANCE                                            *
      *      ---------------------------------------------------------*
       100-SURVEILLANCE.
           PERFORM 605-LIRE-SYSIN
           PERFORM 700-CALCULER-DEBUT
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 710-CHARGER-CHANGEMENTS
           PERFORM 720-CHARGER-COMPTES

           PERFORM 612-LIRE-FICREGX
           PERFORM 200-VIREMENT
             UNTIL FS-FICREGX = '10'

           PERFORM 613-LIRE-FICCART
           PERFORM 300-CARTE
             UNTIL FS-FICCART = '10'

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< VIREMENT EMIS DU REGISTRE                               *
      *      ---------------------------------------------------------*
       200-VIREMENT.
           IF FD-FICREGX-DATE NOT < WS-DATE-DEBUT
              MOVE FD-FICREGX-NUMCPT    TO WS-OPE-NUMCPT
              MOVE 'VIREMENT'           TO WS-OPE-TYPE
              MOVE FD-FICREGX-REFERENCE TO WS-OPE-REFERENCE
              MOVE FD-FICREGX-DATE      TO WS-OPE-DATE
              MOVE FD-FICREGX-MONTANT   TO WS-OPE-MONTANT
              PERFORM 730-CONFRONTER-COMPTE
                VARYING IX-CPS FROM 1 BY 1
                  UNTIL IX-CPS > IX-CPS-CHARG
           END-IF
           PERFORM 612-LIRE-FICREGX
           .

      *      ---------------------------------------------------------*
      *-----< CARTE DU MAITRE : SEULE UNE CARTE COMMANDEE (NOUVELLE   *
      *      OU ACTIVE, HORS RENOUVELLEMENT AUTOMATIQUE) EST RETENUE, *
      *      DATEE DE SA DERNIERE MISE A JOUR                         *
      *      ---------------------------------------------------------*
       300-CARTE.
           IF (FD-FICCART-ST-NOUVELLE OR FD-FICCART-ST-ACTIVE)
              AND FD-FICCART-PREC = SPACES
              AND FD-FICCART-DATE-MAJ NOT < WS-DATE-DEBUT
              MOVE FD-FICCART-NUMCPT    TO WS-OPE-NUMCPT
              MOVE 'CARTE'              TO WS-OPE-TYPE
              MOVE FD-FICCART-NUMCART   TO WS-OPE-REFERENCE
              MOVE FD-FICCART-DATE-MAJ  TO WS-OPE-DATE
              MOVE 0                    TO WS-OPE-MONTANT
              PERFORM 730-CONFRONTER-COMPTE
                VARYING IX-CPS FROM 1 BY 1
                  UNTIL IX-CPS > IX-CPS-CHARG
           END-IF
           PERFORM 613-LIRE-FICCART
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICHADR
           IF FS-FICHADR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHADR   FS-FICHADR = '
                      FS-FICHADR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICREGX
           IF FS-FICREGX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREGX   FS-FICREGX = '
                      FS-FICREGX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART   FS-FICCART = '
                      FS-FICCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICETAT
           .

       605-LIRE-SYSIN.
           ACCEPT WS-DATE-SYSIN FROM SYSIN
           MOVE SPACES TO WS-FENETRE-SYSIN
           ACCEPT WS-FENETRE-SYSIN FROM SYSIN
           IF WS-DATE-SYSIN NOT NUMERIC
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-DATE-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-FENETRE-SYSIN NUMERIC
           AND WS-FENETRE-SYSIN-9 > 0
              MOVE WS-FENETRE-SYSIN-9 TO WS-FENETRE-JOURS
           ELSE
              MOVE WS-FENETRE-DEFAUT TO WS-FENETRE-JOURS
           END-IF
           .

       610-LIRE-FICHADR.
           READ FICHADR
           IF FS-FICHADR NOT = '10'
              ADD 1 TO CP-LECTURE-HADR
           END-IF
           .

       611-LIRE-FICLNK.
           READ FICLNK NEXT RECORD
           .

       612-LIRE-FICREGX.
           READ FICREGX
           IF FS-FICREGX NOT = '10'
              ADD 1 TO CP-LECTURE-REGX
           END-IF
           .

       613-LIRE-FICCART.
           READ FICCART NEXT RECORD
           IF FS-FICCART NOT = '10'
              ADD 1 TO CP-LECTURE-CART
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICHADR
           CLOSE FICLNK
           CLOSE FICREGX
           CLOSE FICCART
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CALCULER-DEBUT.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-DATE-SYSIN TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-FENETRE-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'CALCUL DU DEBUT DE FENETRE IMPOSSIBLE : '
                      SCALJOU-MESSAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-DEBUT
           .

      *      ---------------------------------------------------------*
      *-----< CHANGEMENTS D'ADRESSE DATES DE LA FENETRE : CHACUN EST  *
      *      SURVEILLE JUSQU'A SA DATE + N JOURS                      *
      *      ---------------------------------------------------------*
       710-CHARGER-CHANGEMENTS.
           PERFORM 610-LIRE-FICHADR
           PERFORM UNTIL FS-FICHADR = '10'
              IF FD-FICHADR-DATE NOT < WS-DATE-DEBUT
                 AND FD-FICHADR-DATE NOT > WS-DATE-SYSIN
                 PERFORM 711-RETENIR-CHANGEMENT
              END-IF
              PERFORM 610-LIRE-FICHADR
           END-PERFORM
           .

       711-RETENIR-CHANGEMENT.
           IF IX-CHG-CHARG = IX-CHG-MAX
              DISPLAY '*** TABLE DES CHANGEMENTS SATUREE A '
                      IX-CHG-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE FD-FICHADR-DATE TO SCALJOU-DATE1
           MOVE WS-FENETRE-JOURS TO SCALJOU-NB-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'DATE DE CHANGEMENT INVALIDE CLIENT '
                      FD-FICHADR-NUMCLI ' : ' SCALJOU-MESSAGE
           ELSE
              ADD 1 TO IX-CHG-CHARG
              MOVE FD-FICHADR-NUMCLI TO WS-CHG-NUMCLI (IX-CHG-CHARG)
              MOVE FD-FICHADR-DATE TO WS-CHG-DATE (IX-CHG-CHARG)
              MOVE SCALJOU-DATE2 TO WS-CHG-DATE-FIN (IX-CHG-CHARG)
              MOVE FD-FICHADR-OPERATEUR
                   TO WS-CHG-OPERATEUR (IX-CHG-CHARG)
              MOVE 'N' TO WS-CHG-SIGNALE (IX-CHG-CHARG)
              ADD 1 TO CP-CHGT-SURVEILLES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PARCOURS COMPLET DU LIEN : LES COMPTES DES CLIENTS      *
      *      SURVEILLES SONT RETENUS, UN POSTE PAR CHANGEMENT         *
      *      ---------------------------------------------------------*
       720-CHARGER-COMPTES.
           PERFORM 611-LIRE-FICLNK
           PERFORM UNTIL FS-FICLNK NOT = 00
              PERFORM 721-LIEN-SURVEILLE
                VARYING IX-CHG FROM 1 BY 1
                  UNTIL IX-CHG > IX-CHG-CHARG
              PERFORM 611-LIRE-FICLNK
           END-PERFORM
           .

       721-LIEN-SURVEILLE.
           IF WS-CHG-NUMCLI (IX-CHG) = FD-FICLNK-NUMCLI
              IF IX-CPS-CHARG = IX-CPS-MAX
                 DISPLAY '*** TABLE DES COMPTES SURVEILLES SATUREE A '
                         IX-CPS-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CPS-CHARG
              MOVE FD-FICLNK-NUMCPT TO WS-CPS-NUMCPT (IX-CPS-CHARG)
              MOVE IX-CHG TO WS-CPS-IX-CHG (IX-CPS-CHARG)
              ADD 1 TO CP-COMPTES-SURV
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< L'OPERATION PORTE-T-ELLE SUR UN COMPTE SURVEILLE, ENTRE *
      *      LE CHANGEMENT D'ADRESSE ET SA FIN DE FENETRE ?           *
      *      ---------------------------------------------------------*
       730-CONFRONTER-COMPTE.
           IF WS-CPS-NUMCPT (IX-CPS) = WS-OPE-NUMCPT
              MOVE WS-CPS-IX-CHG (IX-CPS) TO IX-CHG
              IF WS-OPE-DATE NOT < WS-CHG-DATE (IX-CHG)
                 AND WS-OPE-DATE NOT > WS-CHG-DATE-FIN (IX-CHG)
                 PERFORM 804-LIGNE-OPERATION
                 IF WS-OPE-TYPE = 'VIREMENT'
                    ADD 1 TO CP-VIREMENTS-SIG
                 ELSE
                    ADD 1 TO CP-CARTES-SIG
                 END-IF
                 IF NOT WS-CHG-DEJA-SIGNALE (IX-CHG)
                    MOVE 'O' TO WS-CHG-SIGNALE (IX-CHG)
                    ADD 1 TO CP-CLIENTS-SIG
                 END-IF
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'DATE DE TRAITEMENT             : ' WS-DATE-SYSIN
           DISPLAY 'FENETRE (JOURS)                : ' WS-FENETRE-JOURS
           DISPLAY 'CHANGEMENTS DEPUIS LE          : ' WS-DATE-DEBUT
           DISPLAY 'CHANGEMENTS D ADRESSE LUS      : ' CP-LECTURE-HADR
           DISPLAY 'CHANGEMENTS SURVEILLES         : '
                   CP-CHGT-SURVEILLES
           DISPLAY 'COMPTES SURVEILLES             : ' CP-COMPTES-SURV
           DISPLAY 'VIREMENTS LUS AU REGISTRE      : ' CP-LECTURE-REGX
           DISPLAY 'CARTES LUES AU MAITRE          : ' CP-LECTURE-CART
           DISPLAY 'VIREMENTS SIGNALES             : ' CP-VIREMENTS-SIG
           DISPLAY 'CARTES SIGNALEES               : ' CP-CARTES-SIG
           DISPLAY 'CHANGEMENTS SIGNALES           : ' CP-CLIENTS-SIG
           .

       802-ENTETE-FICETAT.
           MOVE WS-FENETRE-JOURS TO ED-ENT-FENETRE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-OPERATION.
           MOVE SPACES TO ED-LIGNE-OPERATION
           MOVE WS-CHG-NUMCLI (IX-CHG) TO ED-OPE-NUMCLI
           MOVE WS-CHG-DATE (IX-CHG) TO ED-OPE-DATE-CHGT
           MOVE WS-CHG-OPERATEUR (IX-CHG) TO ED-OPE-OPERATEUR
           MOVE WS-OPE-NUMCPT TO ED-OPE-NUMCPT
           MOVE WS-OPE-TYPE TO ED-OPE-TYPE
           MOVE WS-OPE-REFERENCE TO ED-OPE-REFERENCE
           MOVE WS-OPE-DATE TO ED-OPE-DATE
           MOVE WS-OPE-MONTANT TO ED-OPE-MONTANT
           MOVE ED-LIGNE-OPERATION TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPADR ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

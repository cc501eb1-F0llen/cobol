       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPCAS.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPCAS                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * GESTION DES DOSSIERS DE CONFORMITE OUVERTS PAR LE FILTRAGE    *
      * GEL DES AVOIRS / PPE (COBTPFIL) :                             *
      *   - ANCIEN MAITRE (FICCASO) + DECISIONS DE LA CONFORMITE      *
      *     (FICDECS, TRIEES SUR LE NUMERO) -> NOUVEAU MAITRE         *
      *     (FICCASN), EN LECTURE APPARIEE SUR LE NUMERO DE DOSSIER   *
      *   - DECISION 'L' (LIBERATION) : LE DOSSIER EST CLASSE ; UN    *
      *     VIREMENT RETENU EST RENVOYE DANS LA NAVETTE FICDVEXL,     *
      *     REPRISE PAR COBTPVEX AU CYCLE SUIVANT                     *
      *   - DECISION 'G' (GEL) : UNE POSE DE GEL TOTAL (FICMAJB 'C',  *
      *     TYPE 'G', REFERENCE = NUMERO DU DOSSIER) EST EMISE DANS   *
      *     LA NAVETTE FICMAJBC POUR COBTPBLQ : SUR LE COMPTE DONNEUR *
      *     D'ORDRE POUR UN VIREMENT (L'ORDRE RESTE RETENU), SUR      *
      *     CHAQUE COMPTE DONT LE CLIENT EST TITULAIRE OU COTITULAIRE *
      *     (FICLNK) POUR UN DOSSIER CLIENT                           *
      *   - LES NOUVEAUX DOSSIERS DE LA NAVETTE FICCASE SONT          *
      *     NUMEROTES A LA SUITE DU PLUS GRAND NUMERO DU MAITRE       *
      *   - CHAQUE DECISION LAISSE UNE PISTE D'AUDIT (FICAUDIT) ; LES *
      *     DOSSIERS RESTANT OUVERTS SONT EDITES DANS FICETATO        *
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
           SELECT FICCASO ASSIGN TO FICCASO FILE STATUS IS FS-FICCASO.
           SELECT FICDECS ASSIGN TO FICDECS FILE STATUS IS FS-FICDECS.
           SELECT FICCASE ASSIGN TO FICCASE FILE STATUS IS FS-FICCASE.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCASN ASSIGN TO FICCASN.
           SELECT FICDVEXL ASSIGN TO FICDVEXL.
           SELECT FICMAJBC ASSIGN TO FICMAJBC.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICETATO ASSIGN TO FICETATO.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCASO
           RECORDING MODE IS F.
       01     FD-FICCASO.
         05   FD-FICCASO-NUMERO PIC X(10).
         05   FILLER            PIC X(240).

       FD FICDECS
           RECORDING MODE IS F.
       01     FD-FICDECS.
         05   FD-FICDECS-NUMERO PIC X(10).
         05   FD-FICDECS-DECISION PIC X(01).
           88 FD-FICDECS-LIBERATION VALUE 'L'.
           88 FD-FICDECS-GEL        VALUE 'G'.
         05   FD-FICDECS-DATE   PIC 9(08).
         05   FD-FICDECS-DATE-X REDEFINES FD-FICDECS-DATE
                                PIC X(08).
         05   FD-FICDECS-OPERATEUR PIC X(08).
         05   FILLER            PIC X(53).

       FD FICCASE
           RECORDING MODE IS F.
       01     FD-FICCASE.
         05   FILLER            PIC X(250).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
           88 FD-FICLNK-ROLE-TITULAIRE   VALUE 'T'.
           88 FD-FICLNK-ROLE-COTITULAIRE VALUE 'J'.
           88 FD-FICLNK-ROLE-PROCURATION VALUE 'P'.
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

       FD FICCASN
           RECORDING MODE IS F.
       01     FD-FICCASN.
         05   FILLER            PIC X(250).

       FD FICDVEXL
           RECORDING MODE IS F.
       01     FD-FICDVEXL.
         05   FILLER            PIC X(110).

       FD FICMAJBC
           RECORDING MODE IS F.
       01     FD-FICMAJBC.
         05   FD-FICMAJBC-ACTION PIC X(01).
         05   FD-FICMAJBC-NUMCPT PIC X(10).
         05   FD-FICMAJBC-TYPE  PIC X(01).
         05   FD-FICMAJBC-REFERENCE PIC X(10).
         05   FD-FICMAJBC-DATE-DEB PIC 9(08).
         05   FD-FICMAJBC-DATE-FIN PIC 9(08).
         05   FD-FICMAJBC-MINIMUM PIC 9(08)V99.
         05   FILLER            PIC X(32).

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
         05   FS-FICCASO         PIC X(2).
         05   FS-FICDECS         PIC X(2).
         05   FS-FICCASE         PIC X(2).
         05   FS-FICLNK          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< CLES D'APPARIEMENT (NUMERO DE DOSSIER)                  *
      *      ---------------------------------------------------------*
       01     WS-CLE-CAS         PIC X(10).
       01     WS-CLE-DEC         PIC X(10).

      *      ---------------------------------------------------------*
      *-----< DOSSIER DE CONFORMITE EN COURS                          *
      *      ---------------------------------------------------------*
       01     WS-DOSSIER.
         05   WS-CAS-NUMERO      PIC 9(10).
         05   WS-CAS-NUMERO-X REDEFINES WS-CAS-NUMERO
                                 PIC X(10).
         05   WS-CAS-ORIGINE     PIC X(01).
           88 WS-CAS-ORIG-CLIENT     VALUE 'C' 'R'.
           88 WS-CAS-ORIG-VIREMENT   VALUE 'V'.
         05   WS-CAS-DATE-OUV    PIC 9(08).
         05   WS-CAS-STATUT      PIC X(01).
           88 WS-CAS-OUVERT          VALUE 'O'.
           88 WS-CAS-LIBERE          VALUE 'L'.
           88 WS-CAS-GELE            VALUE 'G'.
         05   WS-CAS-NUMCLI      PIC X(08).
         05   WS-CAS-NUMCPT      PIC X(10).
         05   WS-CAS-NOM         PIC X(30).
         05   WS-CAS-LST-TYPE    PIC X(01).
         05   WS-CAS-LST-REFERENCE PIC X(10).
         05   WS-CAS-LST-NOM     PIC X(30).
         05   WS-CAS-DISTANCE    PIC 9(02).
         05   WS-CAS-DATE-DECISION PIC 9(08).
         05   WS-CAS-OPERATEUR   PIC X(08).
         05   WS-CAS-ORDRE       PIC X(110).
         05   FILLER             PIC X(13).

       01     WS-NUMERO-MAX      PIC 9(10) VALUE 0.
       01     WS-DATE-DECISION   PIC 9(08).
       01     WS-NB-COMPTES-GELES PIC 9(4) COMP.
       01     WS-GEL-NUMCPT      PIC X(10).

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
         05   CP-LECTURE-CASO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-DECS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CASE    PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-CASN   PIC 9(6) COMP VALUE 0.
         05   CP-LIBERATIONS     PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-LIBERES  PIC 9(6) COMP VALUE 0.
         05   CP-GELS            PIC 9(6) COMP VALUE 0.
         05   CP-POSES-GEL       PIC 9(6) COMP VALUE 0.
         05   CP-DOSSIERS-OUVERTS PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'DECISIONS DE CONFORMITE GEL DES AVOIRS / PPE'.

       01     ED-ENTETE-OUV.
         05   FILLER PIC X(48)
               VALUE 'DOSSIERS DE CONFORMITE EN ATTENTE DE DECISION   '.

       01     ED-LIGNE-DECISION.
         05   ED-DEC-NUMERO      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-DEC-DECISION    PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-DEC-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-DEC-IDENT       PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-DEC-LIBELLE     PIC X(40).

       01     ED-LIGNE-OUVERT.
         05   ED-OUV-NUMERO      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OUV-ORIGINE     PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-OUV-DATE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OUV-IDENT       PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OUV-NOM         PIC X(20).
         05   FILLER             PIC X(01).
         05   ED-OUV-TYPE        PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-OUV-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-OUV-DISTANCE    PIC Z9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< DOSSIERS DE CONFORMITE                                  *
      *      ---------------------------------------------------------*
       100-DOSSIERS-CONFORMITE.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICCASO
           PERFORM 611-LIRE-FICDECS

           PERFORM 200-APPARIEMENT
             UNTIL WS-CLE-CAS = HIGH-VALUE
               AND WS-CLE-DEC = HIGH-VALUE

           PERFORM 612-LIRE-FICCASE
           PERFORM 210-NOUVEAU-DOSSIER
             UNTIL FS-FICCASE = '10'

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / DECISIONS : LE DOSSIER N'EST       *
      *      RECOPIE QU'APRES EPUISEMENT DE SES DECISIONS             *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN WS-CLE-CAS < WS-CLE-DEC
                 PERFORM 630-ECRIRE-FICCASN
                 PERFORM 610-LIRE-FICCASO
              WHEN WS-CLE-CAS > WS-CLE-DEC
                 MOVE FD-FICDECS-NUMERO TO ED-DEC-NUMERO
                 MOVE SPACES TO ED-DEC-IDENT
                 MOVE 'DOSSIER INCONNU - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
                 PERFORM 611-LIRE-FICDECS
              WHEN OTHER
                 PERFORM 710-APPLIQUER-DECISION
                 PERFORM 611-LIRE-FICDECS
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< NOUVEAU DOSSIER ISSU DU FILTRAGE                        *
      *      ---------------------------------------------------------*
       210-NOUVEAU-DOSSIER.
           ADD 1 TO WS-NUMERO-MAX
           MOVE WS-NUMERO-MAX TO WS-CAS-NUMERO
           PERFORM 630-ECRIRE-FICCASN
           PERFORM 612-LIRE-FICCASE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCASO
           IF FS-FICCASO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCASO   FS-FICCASO = '
                      FS-FICCASO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDECS
           IF FS-FICDECS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDECS   FS-FICDECS = '
                      FS-FICDECS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCASE
           IF FS-FICCASE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCASE   FS-FICCASE = '
                      FS-FICCASE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICCASN
           OPEN EXTEND FICDVEXL
           OPEN EXTEND FICMAJBC
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICETATO
           .

       605-DEMARRER-FICLNK.
           MOVE LOW-VALUES TO FD-FICLNK-CLE
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
              INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           .

       610-LIRE-FICCASO.
           READ FICCASO INTO WS-DOSSIER
           IF FS-FICCASO = '10'
              MOVE HIGH-VALUE TO WS-CLE-CAS
           ELSE
              ADD 1 TO CP-LECTURE-CASO
              MOVE FD-FICCASO-NUMERO TO WS-CLE-CAS
              IF WS-CAS-NUMERO > WS-NUMERO-MAX
                 MOVE WS-CAS-NUMERO TO WS-NUMERO-MAX
              END-IF
           END-IF
           .

       611-LIRE-FICDECS.
           READ FICDECS
           IF FS-FICDECS = '10'
              MOVE HIGH-VALUE TO WS-CLE-DEC
           ELSE
              ADD 1 TO CP-LECTURE-DECS
              MOVE FD-FICDECS-NUMERO TO WS-CLE-DEC
           END-IF
           .

       612-LIRE-FICCASE.
           READ FICCASE INTO WS-DOSSIER
           IF FS-FICCASE NOT = '10'
              ADD 1 TO CP-LECTURE-CASE
           END-IF
           .

       613-LIRE-FICLNK-SUIVANT.
           READ FICLNK NEXT RECORD
              AT END MOVE '10' TO FS-FICLNK
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICCASO
           CLOSE FICDECS
           CLOSE FICCASE
           CLOSE FICLNK
           CLOSE FICCASN
           CLOSE FICDVEXL
           CLOSE FICMAJBC
           CLOSE FICAUDIT
           CLOSE FICETAT
           CLOSE FICETATO
           .

       630-ECRIRE-FICCASN.
           WRITE FD-FICCASN FROM WS-DOSSIER
           ADD 1 TO CP-ECRITURE-CASN
           IF WS-CAS-OUVERT
              PERFORM 806-LIGNE-OUVERT
           END-IF
           .

       631-ECRIRE-FICAUDIT.
           MOVE SPACES TO FD-FICAUDIT
           IF WS-CAS-ORIG-VIREMENT
              MOVE WS-CAS-NUMCPT TO FD-FICAUDIT-NUMCPT
           ELSE
              MOVE WS-CAS-NUMCLI TO FD-FICAUDIT-NUMCPT
           END-IF
           MOVE 'COBTPCAS' TO FD-FICAUDIT-PROGRAMME
           IF WS-CAS-GELE
              MOVE 'GEL     ' TO FD-FICAUDIT-OPERATION
           ELSE
              MOVE 'LIBERAT ' TO FD-FICAUDIT-OPERATION
           END-IF
           MOVE 0 TO FD-FICAUDIT-SOLDE-AVANT
           MOVE 0 TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE WS-CAS-OPERATEUR TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

       632-ECRIRE-FICDVEXL.
           WRITE FD-FICDVEXL FROM WS-CAS-ORDRE
           ADD 1 TO CP-ORDRES-LIBERES
           .

       633-ECRIRE-FICMAJBC.
           MOVE SPACES TO FD-FICMAJBC
           MOVE 'C' TO FD-FICMAJBC-ACTION
           MOVE WS-GEL-NUMCPT TO FD-FICMAJBC-NUMCPT
           MOVE 'G' TO FD-FICMAJBC-TYPE
           MOVE WS-CAS-NUMERO-X TO FD-FICMAJBC-REFERENCE
           MOVE WS-DATE-DECISION TO FD-FICMAJBC-DATE-DEB
           MOVE 0 TO FD-FICMAJBC-DATE-FIN
           MOVE 0 TO FD-FICMAJBC-MINIMUM
           WRITE FD-FICMAJBC
           ADD 1 TO CP-POSES-GEL
           ADD 1 TO WS-NB-COMPTES-GELES
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
      *-----< DECISION DE LA CONFORMITE SUR UN DOSSIER OUVERT         *
      *      ---------------------------------------------------------*
       710-APPLIQUER-DECISION.
           MOVE FD-FICDECS-NUMERO TO ED-DEC-NUMERO
           IF WS-CAS-ORIG-VIREMENT
              MOVE WS-CAS-NUMCPT TO ED-DEC-IDENT
           ELSE
              MOVE WS-CAS-NUMCLI TO ED-DEC-IDENT
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-CAS-OUVERT
                 MOVE 'DOSSIER DEJA DECIDE - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN NOT FD-FICDECS-LIBERATION
               AND NOT FD-FICDECS-GEL
                 MOVE 'DECISION INCONNUE - REFUSEE' TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN FD-FICDECS-OPERATEUR = SPACES
                 MOVE 'OPERATEUR ABSENT - DECISION REFUSEE'
                      TO ED-DEC-LIBELLE
                 PERFORM 804-LIGNE-DECISION
                 ADD 1 TO CP-ANOMALIES
              WHEN OTHER
                 IF FD-FICDECS-DATE-X NUMERIC
                    AND FD-FICDECS-DATE > 0
                    MOVE FD-FICDECS-DATE TO WS-DATE-DECISION
                 ELSE
                    MOVE WS-AUDIT-DATE TO WS-DATE-DECISION
                 END-IF
                 MOVE WS-DATE-DECISION TO WS-CAS-DATE-DECISION
                 MOVE FD-FICDECS-OPERATEUR TO WS-CAS-OPERATEUR
                 IF FD-FICDECS-LIBERATION
                    PERFORM 720-LIBERER-DOSSIER
                 ELSE
                    PERFORM 730-GELER-DOSSIER
                 END-IF
                 PERFORM 631-ECRIRE-FICAUDIT
           END-EVALUATE
           .

       720-LIBERER-DOSSIER.
           SET WS-CAS-LIBERE TO TRUE
           ADD 1 TO CP-LIBERATIONS
           IF WS-CAS-ORIG-VIREMENT
              PERFORM 632-ECRIRE-FICDVEXL
              MOVE 'LIBERE - VIREMENT REMIS EN CIRCUIT'
                   TO ED-DEC-LIBELLE
           ELSE
              MOVE 'LIBERE - CLIENT BLANCHI' TO ED-DEC-LIBELLE
           END-IF
           PERFORM 804-LIGNE-DECISION
           .

      *      ---------------------------------------------------------*
      *-----< GEL : COMPTE DONNEUR D'ORDRE D'UN VIREMENT, OU COMPTES  *
      *      DETENUS EN TITRE (T OU J) PAR LE CLIENT                  *
      *      ---------------------------------------------------------*
       730-GELER-DOSSIER.
           SET WS-CAS-GELE TO TRUE
           ADD 1 TO CP-GELS
           MOVE 0 TO WS-NB-COMPTES-GELES
           IF WS-CAS-ORIG-VIREMENT
              MOVE WS-CAS-NUMCPT TO WS-GEL-NUMCPT
              PERFORM 633-ECRIRE-FICMAJBC
           ELSE
              PERFORM 605-DEMARRER-FICLNK
              IF FS-FICLNK NOT = '10'
                 PERFORM 613-LIRE-FICLNK-SUIVANT
              END-IF
              PERFORM 731-LIEN-CLIENT
                UNTIL FS-FICLNK = '10'
           END-IF
           IF WS-NB-COMPTES-GELES = 0
              MOVE 'GELE - AUCUN COMPTE DETENU EN TITRE'
                   TO ED-DEC-LIBELLE
           ELSE
              MOVE 'GELE - POSE DE GEL TRANSMISE A COBTPBLQ'
                   TO ED-DEC-LIBELLE
           END-IF
           PERFORM 804-LIGNE-DECISION
           .

       731-LIEN-CLIENT.
           IF FD-FICLNK-NUMCLI = WS-CAS-NUMCLI
              AND (FD-FICLNK-ROLE-TITULAIRE
                   OR FD-FICLNK-ROLE-COTITULAIRE)
              MOVE FD-FICLNK-NUMCPT TO WS-GEL-NUMCPT
              PERFORM 633-ECRIRE-FICMAJBC
           END-IF
           PERFORM 613-LIRE-FICLNK-SUIVANT
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE DOSSIERS LUS       : ' CP-LECTURE-CASO
           DISPLAY 'NOMBRE DE DECISIONS LUES     : ' CP-LECTURE-DECS
           DISPLAY 'NOMBRE DE NOUVEAUX DOSSIERS  : ' CP-LECTURE-CASE
           DISPLAY 'NOMBRE DE DOSSIERS ECRITS    : ' CP-ECRITURE-CASN
           DISPLAY 'NOMBRE DE LIBERATIONS        : ' CP-LIBERATIONS
           DISPLAY 'NOMBRE D ORDRES LIBERES      : ' CP-ORDRES-LIBERES
           DISPLAY 'NOMBRE DE GELS DECIDES       : ' CP-GELS
           DISPLAY 'NOMBRE DE POSES DE GEL EMISES: ' CP-POSES-GEL
           DISPLAY 'NOMBRE DE DOSSIERS OUVERTS   : '
                   CP-DOSSIERS-OUVERTS
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-OUV TO ED-ZONE-ED
           WRITE FD-FICETATO FROM ED-ZONE-ED
           .

       804-LIGNE-DECISION.
           MOVE FD-FICDECS-DECISION TO ED-DEC-DECISION
           MOVE FD-FICDECS-OPERATEUR TO ED-DEC-OPERATEUR
           MOVE ED-LIGNE-DECISION TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-LIGNE-OUVERT.
           MOVE WS-CAS-NUMERO-X TO ED-OUV-NUMERO
           MOVE WS-CAS-ORIGINE TO ED-OUV-ORIGINE
           MOVE WS-CAS-DATE-OUV TO ED-OUV-DATE
           IF WS-CAS-ORIG-VIREMENT
              MOVE WS-CAS-NUMCPT TO ED-OUV-IDENT
           ELSE
              MOVE WS-CAS-NUMCLI TO ED-OUV-IDENT
           END-IF
           MOVE WS-CAS-NOM TO ED-OUV-NOM
           MOVE WS-CAS-LST-TYPE TO ED-OUV-TYPE
           MOVE WS-CAS-LST-REFERENCE TO ED-OUV-REFERENCE
           MOVE WS-CAS-DISTANCE TO ED-OUV-DISTANCE
           MOVE ED-LIGNE-OUVERT TO ED-ZONE-ED
           WRITE FD-FICETATO FROM ED-ZONE-ED
           ADD 1 TO CP-DOSSIERS-OUVERTS
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPCAS ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

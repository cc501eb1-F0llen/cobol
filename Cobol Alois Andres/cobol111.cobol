       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPCAI.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPCAI                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * ARRETE DES CAISSES GUICHET DE FIN DE JOURNEE :                *
      *   - RAPPROCHE, PAR AGENCE ET GUICHETIER, LES DEPOTS 'D' ET    *
      *     RETRAITS 'R' SAISIS PAR CICTPSAI (FICHIER DE CAPTURE      *
      *     FICSAIG TRIE -> FICSAIT) DE LA DECLARATION DE CAISSE      *
      *     CICTPCAI (FILE 'DECG' TRIEE -> FICDECT) : LA DERNIERE     *
      *     DECLARATION DU GUICHETIER A LA DATE DE TRAITEMENT FAIT    *
      *     FOI                                                       *
      *   - ATTENDU = FOND DE CAISSE + DEPOTS - RETRAITS ;            *
      *     ECART = ESPECES COMPTEES - ATTENDU (NEGATIF = MANQUANT)   *
      *   - EDITE FICETAT : UNE LIGNE PAR GUICHETIER, UN TOTAL PAR    *
      *     AGENCE ET UN TOTAL GENERAL                                *
      *   - UN ECART SUPERIEUR A LA TOLERANCE EST PASSE SUR LE COMPTE *
      *     D'ATTENTE DE L'AGENCE (PARAMETRE FICATTA) PAR LA NAVETTE  *
      *     FICMVTCG, CONSOMMEE EN CANAL 'O' PAR LA CONSOLIDATION :   *
      *     MANQUANT = RETRAIT 'R', EXCEDENT = DEPOT 'D', REFERENCE   *
      *     'CAI' + AGENCE + GUICHETIER                               *
      *   - FICETATM LISTE POUR LES DIRECTEURS D'AGENCE LES ECARTS    *
      *     HORS TOLERANCE, LES GUICHETIERS SANS DECLARATION, LES     *
      *     DECLARATIONS D'UNE AUTRE DATE ET LES AGENCES SANS COMPTE  *
      *     D'ATTENTE (ECART NON PASSE) ; RC 4 SI LA LISTE N'EST PAS  *
      *     VIDE                                                      *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ PUIS TOLERANCE 999999CC   *
      *         (ZERO OU BLANC = 10,00)                               *
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
           SELECT FICSAIT ASSIGN TO FICSAIT FILE STATUS IS FS-FICSAIT.
           SELECT FICDECT ASSIGN TO FICDECT FILE STATUS IS FS-FICDECT.
           SELECT FICATTA ASSIGN TO FICATTA FILE STATUS IS FS-FICATTA.
           SELECT FICMVTCG ASSIGN TO FICMVTCG.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICETATM ASSIGN TO FICETATM.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    SAISIES GUICHET DU JOUR (CICTPSAI) TRIEES PAR AGENCE ET
      *    GUICHETIER
       FD FICSAIT
           RECORDING MODE IS F.
       01     FD-FICSAIT.
         05   FD-FICSAIT-NUMCPT PIC X(10).
         05   FD-FICSAIT-DATE   PIC 9(08).
         05   FD-FICSAIT-CODE   PIC X(01).
           88 FD-FICSAIT-DEPOT      VALUE 'D'.
           88 FD-FICSAIT-RETRAIT    VALUE 'R'.
         05   FD-FICSAIT-MONTANT PIC 9(08)V99.
         05   FD-FICSAIT-DEVISE PIC X(03).
         05   FD-FICSAIT-CLE.
           10 FD-FICSAIT-AGENCE PIC X(03).
           10 FD-FICSAIT-GUICHETIER PIC X(04).
         05   FD-FICSAIT-CANAL  PIC X(01).
         05   FD-FICSAIT-REFERENCE PIC X(10).
         05   FILLER            PIC X(30).

      *    DECLARATIONS DE CAISSE DU JOUR (CICTPCAI) TRIEES PAR AGENCE
      *    ET GUICHETIER, ORDRE DE SAISIE CONSERVE
       FD FICDECT
           RECORDING MODE IS F.
       01     FD-FICDECT.
         05   FD-FICDECT-CLE.
           10 FD-FICDECT-AGENCE PIC X(03).
           10 FD-FICDECT-GUICHETIER PIC X(04).
         05   FD-FICDECT-DATE   PIC 9(08).
         05   FD-FICDECT-FOND   PIC 9(08)V99.
         05   FD-FICDECT-ESPECES PIC 9(08)V99.
         05   FD-FICDECT-HEURE  PIC 9(06).
         05   FD-FICDECT-OPERATEUR PIC X(08).
         05   FILLER            PIC X(31).

      *    COMPTE D'ATTENTE DES ECARTS DE CAISSE PAR AGENCE
       FD FICATTA
           RECORDING MODE IS F.
       01     FD-FICATTA.
         05   FD-FICATTA-AGENCE PIC X(03).
         05   FD-FICATTA-NUMCPT PIC X(10).
         05   FILLER            PIC X(67).

       FD FICMVTCG
           RECORDING MODE IS F.
       01     FD-FICMVTCG.
         05   FD-FICMVTCG-NUMCPT PIC X(10).
         05   FD-FICMVTCG-DATE  PIC 9(08).
         05   FD-FICMVTCG-CODE  PIC X(01).
         05   FD-FICMVTCG-MONTANT PIC 9(08)V99.
         05   FD-FICMVTCG-DEVISE PIC X(03).
         05   FD-FICMVTCG-AGENCE PIC X(03).
         05   FD-FICMVTCG-GUICHETIER PIC X(04).
         05   FILLER            PIC X(01).
         05   FD-FICMVTCG-REFERENCE PIC X(10).
         05   FILLER            PIC X(30).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       FD FICETATM
           RECORDING MODE IS F.
       01     FD-FICETATM.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICSAIT         PIC X(2).
         05   FS-FICDECT         PIC X(2).
         05   FS-FICATTA         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-SYSIN      PIC 9(08).

       01     WS-TOLERANCE-SYSIN PIC X(8).
       01     WS-TOLERANCE-SYSIN-9 REDEFINES WS-TOLERANCE-SYSIN
                                 PIC 9(6)V99.

       01     WS-TOLERANCE-DEFAUT PIC 9(6)V99 VALUE 10.00.
       01     WS-TOLERANCE       PIC 9(6)V99.

      *      ---------------------------------------------------------*
      *-----< COMPTES D'ATTENTE DES AGENCES (FICATTA)                 *
      *      ---------------------------------------------------------*
       01     WS-INDICES-ATT.
         05   IX-ATT             PIC 9(4) COMP VALUE 0.
         05   IX-ATT-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-ATT-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-ATT.
         05   WS-ATT-POSTE OCCURS 500 TIMES.
           10 WS-ATT-AGENCE      PIC X(03).
           10 WS-ATT-NUMCPT      PIC X(10).

      *      ---------------------------------------------------------*
      *-----< GUICHETIER ET AGENCE EN COURS                           *
      *      ---------------------------------------------------------*
       01     WS-CLE-COURANTE.
         05   WS-CLE-AGENCE      PIC X(03).
         05   WS-CLE-GUICHETIER  PIC X(04).
       01     WS-AGENCE-COURANTE PIC X(03) VALUE LOW-VALUES.
       01     WS-NUMCPT-ATTENTE  PIC X(10).

       01     WS-DECLARATION     PIC X VALUE 'N'.
         88   WS-DECLARATION-OK      VALUE 'O'.
         88   WS-DECLARATION-ABSENTE VALUE 'N'.

       01     WS-CAISSE.
         05   WS-CAI-FOND        PIC S9(09)V99 COMP-3.
         05   WS-CAI-DEPOTS      PIC S9(09)V99 COMP-3.
         05   WS-CAI-RETRAITS    PIC S9(09)V99 COMP-3.
         05   WS-CAI-ATTENDU     PIC S9(09)V99 COMP-3.
         05   WS-CAI-COMPTE      PIC S9(09)V99 COMP-3.
         05   WS-CAI-ECART       PIC S9(09)V99 COMP-3.
         05   WS-CAI-STATUT      PIC X(04).
           88 WS-CAI-EQUILIBREE      VALUE 'OK  '.
           88 WS-CAI-TOLEREE         VALUE 'TOL '.
           88 WS-CAI-MANQUANT        VALUE 'MANQ'.
           88 WS-CAI-EXCEDENT        VALUE 'EXCD'.
           88 WS-CAI-NON-DECLAREE    VALUE 'NDEC'.
       01     WS-ECART-ABSOLU    PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< CUMULS PAR AGENCE (1) ET GENERAUX (2)                   *
      *      ---------------------------------------------------------*
       01     IX-TOT             PIC 9(4) COMP VALUE 0.
       01     WS-TAB-TOTAUX.
         05   WS-TOT-POSTE OCCURS 2 TIMES.
           10 WS-TOT-DEPOTS      PIC S9(11)V99 COMP-3.
           10 WS-TOT-RETRAITS    PIC S9(11)V99 COMP-3.
           10 WS-TOT-ECART       PIC S9(11)V99 COMP-3.
           10 WS-TOT-HORS-TOL    PIC 9(5) COMP.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-SAIT    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-DECT    PIC 9(8) COMP VALUE 0.
         05   CP-DECL-REMPLACEES PIC 9(8) COMP VALUE 0.
         05   CP-DECL-AUTRE-DATE PIC 9(8) COMP VALUE 0.
         05   CP-GUICHETIERS     PIC 9(8) COMP VALUE 0.
         05   CP-NON-DECLARES    PIC 9(8) COMP VALUE 0.
         05   CP-HORS-TOLERANCE  PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(8) COMP VALUE 0.
         05   CP-NON-PASSES      PIC 9(8) COMP VALUE 0.
         05   CP-ALERTES         PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(30)
               VALUE 'ARRETE DES CAISSES GUICHET DU '.
         05   ED-ENT-DATE        PIC 9(08).
         05   FILLER PIC X(14) VALUE '  TOLERANCE : '.
         05   ED-ENT-TOLERANCE   PIC ZZZZZ9,V99.

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'AGE GUIC      FOND     DEPOTS   RETRAITS'.
         05   FILLER PIC X(40)
               VALUE '     ATTENDU     COMPTE       ECART STAT'.

       01     ED-LIGNE-CAISSE.
         05   ED-CAI-AGENCE      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-CAI-GUICHETIER  PIC X(04).
         05   FILLER             PIC X(01).
         05   ED-CAI-FOND        PIC ZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-DEPOTS      PIC ZZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-RETRAITS    PIC ZZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-ATTENDU     PIC +ZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-COMPTE      PIC ZZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-ECART       PIC +ZZZZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-CAI-STATUT      PIC X(04).

       01     ED-LIGNE-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(17).
         05   ED-TOT-DEPOTS      PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-TOT-RETRAITS    PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-TOT-ECART       PIC +ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(10) VALUE ' HORS TOL:'.
         05   ED-TOT-HORS-TOL    PIC ZZZ9.

       01     ED-ENTETE-M1.
         05   FILLER PIC X(31)
               VALUE 'ECARTS DE CAISSE A EXAMINER DU '.
         05   ED-ENTM-DATE       PIC 9(08).

       01     ED-ENTETE-M2.
         05   FILLER PIC X(40)
               VALUE 'AGE GUIC            ECART COMPTE ATT  MO'.
         05   FILLER PIC X(40)
               VALUE 'TIF                                     '.

       01     ED-LIGNE-ALERTE.
         05   ED-ALE-AGENCE      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-ALE-GUICHETIER  PIC X(04).
         05   FILLER             PIC X(01).
         05   ED-ALE-ECART       PIC +ZZZBZZZBZZ9,V99
                                 BLANK WHEN ZERO.
         05   FILLER             PIC X(01).
         05   ED-ALE-NUMCPT      PIC X(10).
         05   FILLER             PIC X(02).
         05   ED-ALE-MOTIF       PIC X(42).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< ARRETE DES CAISSES                                      *
      *      ---------------------------------------------------------*
       100-ARRETE-CAISSES.
           PERFORM 605-LIRE-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 760-CHARGER-FICATTA
           PERFORM 802-ENTETE-FICETAT
           PERFORM 803-ENTETE-FICETATM
           INITIALIZE WS-TAB-TOTAUX
           PERFORM 610-LIRE-FICSAIT
           PERFORM 611-LIRE-FICDECT

           PERFORM 200-GUICHETIER
             UNTIL FD-FICSAIT-CLE = HIGH-VALUE
               AND FD-FICDECT-CLE = HIGH-VALUE

           IF WS-AGENCE-COURANTE NOT = LOW-VALUES
              PERFORM 300-FIN-AGENCE
           END-IF
           MOVE 2 TO IX-TOT
           MOVE 'TOTAL GENERAL' TO ED-TOT-LIBELLE
           PERFORM 808-LIGNE-TOTAL
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< UN GUICHETIER : CLE LA PLUS PETITE DES DEUX FICHIERS,   *
      *      CUMUL DE SES SAISIES PUIS RETENUE DE SA DECLARATION      *
      *      ---------------------------------------------------------*
       200-GUICHETIER.
           IF FD-FICSAIT-CLE < FD-FICDECT-CLE
              MOVE FD-FICSAIT-CLE TO WS-CLE-COURANTE
           ELSE
              MOVE FD-FICDECT-CLE TO WS-CLE-COURANTE
           END-IF
           IF WS-CLE-AGENCE NOT = WS-AGENCE-COURANTE
              IF WS-AGENCE-COURANTE NOT = LOW-VALUES
                 PERFORM 300-FIN-AGENCE
              END-IF
              PERFORM 310-DEBUT-AGENCE
           END-IF

           INITIALIZE WS-CAISSE
           MOVE 'N' TO WS-DECLARATION
           PERFORM 210-CUMULER-SAISIE
             UNTIL FD-FICSAIT-CLE NOT = WS-CLE-COURANTE
           PERFORM 220-RETENIR-DECLARATION
             UNTIL FD-FICDECT-CLE NOT = WS-CLE-COURANTE

           PERFORM 700-EQUILIBRER-CAISSE
           PERFORM 806-LIGNE-CAISSE
           PERFORM 710-CUMULER-TOTAUX
             VARYING IX-TOT FROM 1 BY 1
               UNTIL IX-TOT > 2
           .

      *    TOUTES LES SAISIES DE LA CAPTURE DU JOUR SONT DES ESPECES
      *    PASSEES PAR LA CAISSE, QUELLE QUE SOIT LEUR DATE D'OPERATION
       210-CUMULER-SAISIE.
           EVALUATE TRUE
              WHEN FD-FICSAIT-DEPOT
                 ADD FD-FICSAIT-MONTANT TO WS-CAI-DEPOTS
              WHEN FD-FICSAIT-RETRAIT
                 ADD FD-FICSAIT-MONTANT TO WS-CAI-RETRAITS
           END-EVALUATE
           PERFORM 610-LIRE-FICSAIT
           .

      *    UNE DECLARATION D'UNE AUTRE DATE EST SIGNALEE ET IGNOREE ;
      *    UNE NOUVELLE DECLARATION DU JOUR REMPLACE LA PRECEDENTE
       220-RETENIR-DECLARATION.
           IF FD-FICDECT-DATE NOT = WS-DATE-SYSIN
              ADD 1 TO CP-DECL-AUTRE-DATE
              MOVE 0 TO WS-ECART-ABSOLU
              MOVE SPACES TO ED-ALE-NUMCPT
              MOVE 'DECLARATION D UNE AUTRE DATE IGNOREE'
                   TO ED-ALE-MOTIF
              PERFORM 810-LIGNE-ALERTE
           ELSE
              IF WS-DECLARATION-OK
                 ADD 1 TO CP-DECL-REMPLACEES
              END-IF
              MOVE 'O' TO WS-DECLARATION
              MOVE FD-FICDECT-FOND    TO WS-CAI-FOND
              MOVE FD-FICDECT-ESPECES TO WS-CAI-COMPTE
           END-IF
           PERFORM 611-LIRE-FICDECT
           .

      *      ---------------------------------------------------------*
      *-----< RUPTURES SUR AGENCE                                     *
      *      ---------------------------------------------------------*
       300-FIN-AGENCE.
           MOVE 1 TO IX-TOT
           MOVE SPACES TO ED-TOT-LIBELLE
           STRING 'TOTAL AGENCE ' WS-AGENCE-COURANTE
                  DELIMITED BY SIZE INTO ED-TOT-LIBELLE
           END-STRING
           PERFORM 808-LIGNE-TOTAL
           MOVE SPACES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       310-DEBUT-AGENCE.
           MOVE WS-CLE-AGENCE TO WS-AGENCE-COURANTE
           MOVE 0 TO WS-TOT-DEPOTS (1)
           MOVE 0 TO WS-TOT-RETRAITS (1)
           MOVE 0 TO WS-TOT-ECART (1)
           MOVE 0 TO WS-TOT-HORS-TOL (1)
           MOVE SPACES TO WS-NUMCPT-ATTENTE
           PERFORM 765-RECH-ATTENTE
             VARYING IX-ATT FROM 1 BY 1
               UNTIL IX-ATT > IX-ATT-CHARG
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICSAIT
           IF FS-FICSAIT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSAIT   FS-FICSAIT = '
                      FS-FICSAIT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICDECT
           IF FS-FICDECT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDECT   FS-FICDECT = '
                      FS-FICDECT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICATTA
           IF FS-FICATTA NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICATTA   FS-FICATTA = '
                      FS-FICATTA
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICMVTCG
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICETATM
           .

       605-LIRE-SYSIN.
           ACCEPT WS-DATE-SYSIN FROM SYSIN
           MOVE SPACES TO WS-TOLERANCE-SYSIN
           ACCEPT WS-TOLERANCE-SYSIN FROM SYSIN
           IF WS-DATE-SYSIN NOT NUMERIC
              OR WS-DATE-SYSIN = 0
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-DATE-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-TOLERANCE-SYSIN NUMERIC
           AND WS-TOLERANCE-SYSIN-9 > 0
              MOVE WS-TOLERANCE-SYSIN-9 TO WS-TOLERANCE
           ELSE
              MOVE WS-TOLERANCE-DEFAUT TO WS-TOLERANCE
           END-IF
           .

       610-LIRE-FICSAIT.
           READ FICSAIT
           IF FS-FICSAIT = '10'
              MOVE HIGH-VALUE TO FD-FICSAIT-CLE
           ELSE
              ADD 1 TO CP-LECTURE-SAIT
           END-IF
           .

       611-LIRE-FICDECT.
           READ FICDECT
           IF FS-FICDECT = '10'
              MOVE HIGH-VALUE TO FD-FICDECT-CLE
           ELSE
              ADD 1 TO CP-LECTURE-DECT
           END-IF
           .

       612-LIRE-FICATTA.
           READ FICATTA
           .

       620-FERMER-FICHIERS.
           CLOSE FICSAIT
           CLOSE FICDECT
           CLOSE FICATTA
           CLOSE FICMVTCG
           CLOSE FICETAT
           CLOSE FICETATM
           .

      *    MANQUANT = RETRAIT SUR LE COMPTE D'ATTENTE (LA CAISSE DOIT
      *    LA SOMME), EXCEDENT = DEPOT
       632-ECRIRE-FICMVTCG.
           MOVE SPACES TO FD-FICMVTCG
           MOVE WS-NUMCPT-ATTENTE TO FD-FICMVTCG-NUMCPT
           MOVE WS-DATE-SYSIN TO FD-FICMVTCG-DATE
           IF WS-CAI-MANQUANT
              MOVE 'R' TO FD-FICMVTCG-CODE
           ELSE
              MOVE 'D' TO FD-FICMVTCG-CODE
           END-IF
           MOVE WS-ECART-ABSOLU TO FD-FICMVTCG-MONTANT
           MOVE 'EUR' TO FD-FICMVTCG-DEVISE
           MOVE WS-CLE-AGENCE TO FD-FICMVTCG-AGENCE
           MOVE WS-CLE-GUICHETIER TO FD-FICMVTCG-GUICHETIER
           STRING 'CAI' WS-CLE-AGENCE WS-CLE-GUICHETIER
                  DELIMITED BY SIZE INTO FD-FICMVTCG-REFERENCE
           END-STRING
           WRITE FD-FICMVTCG
           ADD 1 TO CP-MVTS-EMIS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-EQUILIBRER-CAISSE.
           ADD 1 TO CP-GUICHETIERS
           IF WS-DECLARATION-ABSENTE
              SET WS-CAI-NON-DECLAREE TO TRUE
              ADD 1 TO CP-NON-DECLARES
              MOVE 0 TO WS-ECART-ABSOLU
              MOVE SPACES TO ED-ALE-NUMCPT
              MOVE 'AUCUNE DECLARATION DE CAISSE' TO ED-ALE-MOTIF
              PERFORM 810-LIGNE-ALERTE
           ELSE
              COMPUTE WS-CAI-ATTENDU = WS-CAI-FOND + WS-CAI-DEPOTS
                                     - WS-CAI-RETRAITS
              COMPUTE WS-CAI-ECART = WS-CAI-COMPTE - WS-CAI-ATTENDU
              IF WS-CAI-ECART < 0
                 COMPUTE WS-ECART-ABSOLU = 0 - WS-CAI-ECART
              ELSE
                 MOVE WS-CAI-ECART TO WS-ECART-ABSOLU
              END-IF
              EVALUATE TRUE
                 WHEN WS-CAI-ECART = 0
                    SET WS-CAI-EQUILIBREE TO TRUE
                 WHEN WS-ECART-ABSOLU NOT > WS-TOLERANCE
                    SET WS-CAI-TOLEREE TO TRUE
                 WHEN OTHER
                    PERFORM 720-TRAITER-HORS-TOLERANCE
              END-EVALUATE
           END-IF
           .

      *    L'ECART HORS TOLERANCE EST PASSE SUR LE COMPTE D'ATTENTE DE
      *    L'AGENCE ; SANS COMPTE D'ATTENTE IL EST SEULEMENT SIGNALE
       720-TRAITER-HORS-TOLERANCE.
           IF WS-CAI-ECART < 0
              SET WS-CAI-MANQUANT TO TRUE
           ELSE
              SET WS-CAI-EXCEDENT TO TRUE
           END-IF
           ADD 1 TO CP-HORS-TOLERANCE
           MOVE WS-NUMCPT-ATTENTE TO ED-ALE-NUMCPT
           IF WS-NUMCPT-ATTENTE = SPACES
              ADD 1 TO CP-NON-PASSES
              MOVE 'HORS TOLERANCE - PAS DE COMPTE D ATTENTE'
                   TO ED-ALE-MOTIF
           ELSE
              PERFORM 632-ECRIRE-FICMVTCG
              IF WS-CAI-MANQUANT
                 MOVE 'MANQUANT HORS TOLERANCE PASSE EN ATTENTE'
                      TO ED-ALE-MOTIF
              ELSE
                 MOVE 'EXCEDENT HORS TOLERANCE PASSE EN ATTENTE'
                      TO ED-ALE-MOTIF
              END-IF
           END-IF
           PERFORM 810-LIGNE-ALERTE
           .

       710-CUMULER-TOTAUX.
           ADD WS-CAI-DEPOTS   TO WS-TOT-DEPOTS (IX-TOT)
           ADD WS-CAI-RETRAITS TO WS-TOT-RETRAITS (IX-TOT)
           ADD WS-CAI-ECART    TO WS-TOT-ECART (IX-TOT)
           IF WS-CAI-MANQUANT OR WS-CAI-EXCEDENT
              ADD 1 TO WS-TOT-HORS-TOL (IX-TOT)
           END-IF
           .

       760-CHARGER-FICATTA.
           PERFORM 612-LIRE-FICATTA
           PERFORM 763-RETENIR-ATTENTE
             VARYING IX-ATT FROM 1 BY 1
               UNTIL FS-FICATTA = '10'
                  OR IX-ATT > IX-ATT-MAX
           IF FS-FICATTA NOT = '10'
              DISPLAY '*** TABLE DES COMPTES D ATTENTE SATUREE A '
                      IX-ATT-MAX ' ENTREES - FICATTA TRONQUE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           COMPUTE IX-ATT-CHARG = IX-ATT - 1
           .

       763-RETENIR-ATTENTE.
           MOVE FD-FICATTA-AGENCE TO WS-ATT-AGENCE (IX-ATT)
           MOVE FD-FICATTA-NUMCPT TO WS-ATT-NUMCPT (IX-ATT)
           PERFORM 612-LIRE-FICATTA
           .

       765-RECH-ATTENTE.
           IF WS-ATT-AGENCE (IX-ATT) = WS-CLE-AGENCE
              MOVE WS-ATT-NUMCPT (IX-ATT) TO WS-NUMCPT-ATTENTE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE SAISIES LUES        : ' CP-LECTURE-SAIT
           DISPLAY 'NOMBRE DE DECLARATIONS LUES   : ' CP-LECTURE-DECT
           DISPLAY 'NOMBRE DE DECL. REMPLACEES    : '
                   CP-DECL-REMPLACEES
           DISPLAY 'NOMBRE DE DECL. AUTRE DATE    : '
                   CP-DECL-AUTRE-DATE
           DISPLAY 'NOMBRE DE GUICHETIERS         : ' CP-GUICHETIERS
           DISPLAY 'NOMBRE SANS DECLARATION       : ' CP-NON-DECLARES
           DISPLAY 'NOMBRE D ECARTS HORS TOLERANCE: '
                   CP-HORS-TOLERANCE
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS     : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE D ECARTS NON PASSES    : ' CP-NON-PASSES
           DISPLAY 'NOMBRE D ALERTES              : ' CP-ALERTES
           .

       802-ENTETE-FICETAT.
           MOVE WS-DATE-SYSIN TO ED-ENT-DATE
           MOVE WS-TOLERANCE TO ED-ENT-TOLERANCE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-ENTETE-FICETATM.
           MOVE WS-DATE-SYSIN TO ED-ENTM-DATE
           MOVE ED-ENTETE-M1 TO ED-ZONE-ED
           WRITE FD-FICETATM FROM ED-ZONE-ED
           MOVE ED-ENTETE-M2 TO ED-ZONE-ED
           WRITE FD-FICETATM FROM ED-ZONE-ED
           .

       806-LIGNE-CAISSE.
           MOVE WS-CLE-AGENCE     TO ED-CAI-AGENCE
           MOVE WS-CLE-GUICHETIER TO ED-CAI-GUICHETIER
           MOVE WS-CAI-FOND       TO ED-CAI-FOND
           MOVE WS-CAI-DEPOTS     TO ED-CAI-DEPOTS
           MOVE WS-CAI-RETRAITS   TO ED-CAI-RETRAITS
           MOVE WS-CAI-ATTENDU    TO ED-CAI-ATTENDU
           MOVE WS-CAI-COMPTE     TO ED-CAI-COMPTE
           MOVE WS-CAI-ECART      TO ED-CAI-ECART
           MOVE WS-CAI-STATUT     TO ED-CAI-STATUT
           MOVE ED-LIGNE-CAISSE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       808-LIGNE-TOTAL.
           MOVE WS-TOT-DEPOTS (IX-TOT)   TO ED-TOT-DEPOTS
           MOVE WS-TOT-RETRAITS (IX-TOT) TO ED-TOT-RETRAITS
           MOVE WS-TOT-ECART (IX-TOT)    TO ED-TOT-ECART
           MOVE WS-TOT-HORS-TOL (IX-TOT) TO ED-TOT-HORS-TOL
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       810-LIGNE-ALERTE.
           MOVE WS-CLE-AGENCE     TO ED-ALE-AGENCE
           MOVE WS-CLE-GUICHETIER TO ED-ALE-GUICHETIER
           IF WS-CAI-ECART < 0
              COMPUTE ED-ALE-ECART = 0 - WS-ECART-ABSOLU
           ELSE
              MOVE WS-ECART-ABSOLU TO ED-ALE-ECART
           END-IF
           MOVE ED-LIGNE-ALERTE TO ED-ZONE-ED
           WRITE FD-FICETATM FROM ED-ZONE-ED
           ADD 1 TO CP-ALERTES
           MOVE 4 TO WS-CODE-RETOUR
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPCAI ***'
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

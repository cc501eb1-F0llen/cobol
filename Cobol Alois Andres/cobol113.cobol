       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPHAB.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPHAB                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * REVUE TRIMESTRIELLE DES HABILITATIONS OPERATEURS FICAUTOR :   *
      *   - MET EN REGARD LES DROITS (CREATION, MODIFICATION,         *
      *     SUPPRESSION, PLAFOND) ET L'ACTIVITE REELLE DE CHAQUE      *
      *     OPERATEUR DANS LE MAITRE D'AUDIT FICAUDM SUR LA PERIODE   *
      *   - SIGNALE LES OPERATEURS DORMANTS (AUCUNE ACTIVITE DEPUIS N *
      *     JOURS A LA FIN DE LA PERIODE), LES DROITS JAMAIS UTILISES *
      *     SUR LA PERIODE ET LE CONFLIT DE SEPARATION DES TACHES DU  *
      *     DOUBLE CONTROLE : OPERATEUR A LA FOIS DEMANDEUR DANS      *
      *     FICPEND ET APPROBATEUR (MODIF COBTP4AA AU DELA DU SEUIL)  *
      *   - LES RESPONSABLES CONFIRMENT CHAQUE DROIT DANS FICREVU ;   *
      *     TOUT DROIT NON CONFIRME PAR UNE REVUE VALABLE             *
      *     (RESPONSABLE RENSEIGNE, AUTRE QUE L'OPERATEUR, DATEE DE   *
      *     LA PERIODE) EST RETIRE DE LA NOUVELLE INSTANCE FICAUTN,   *
      *     BASCULEE SUR FICAUTOR PAR BANKHAB                         *
      * SYSIN : DATE-DEBUT(8) DATE-FIN(8) DORMANCE(3, DEFAUT 90)      *
      *         SEUIL DE DOUBLE CONTROLE(11, 9 ENTIERS 2 DECIMALES)   *
      * CODE RETOUR : 0 RAS, 4 ALERTE OU RETRAIT, 12 OUVERTURE,       *
      *               16 ARRET ANORMAL                                *
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
           SELECT FICAUTOR ASSIGN TO FICAUTOR
                  FILE STATUS IS FS-FICAUTOR.
           SELECT FICAUDM ASSIGN TO FICAUDM FILE STATUS IS FS-FICAUDM.
           SELECT FICPEND ASSIGN TO FICPEND FILE STATUS IS FS-FICPEND.
           SELECT FICREVU ASSIGN TO FICREVU FILE STATUS IS FS-FICREVU.
           SELECT FICAUTN ASSIGN TO FICAUTN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICAUTOR
           RECORDING MODE IS F.
       01     FD-FICAUTOR.
         05   FD-FICAUTOR-OPERATEUR PIC X(08).
         05   FD-FICAUTOR-AUT-CREA  PIC X(01).
         05   FD-FICAUTOR-AUT-MODIF PIC X(01).
         05   FD-FICAUTOR-AUT-SUPPR PIC X(01).
         05   FD-FICAUTOR-MONTANT-MAX PIC 9(09)V99.
         05   FILLER              PIC X(58).

       FD FICAUDM
           RECORDING MODE IS F.
       01     FD-FICAUDM.
         05   FD-FICAUDM-NUMCPT      PIC X(10).
         05   FD-FICAUDM-PROGRAMME   PIC X(08).
         05   FD-FICAUDM-OPERATION   PIC X(08).
           88 FD-FICAUDM-OP-CREATION    VALUE 'CREATION'.
           88 FD-FICAUDM-OP-MODIF       VALUE 'MODIF   '.
           88 FD-FICAUDM-OP-SUPPR       VALUE 'SUPPR   '.
         05   FD-FICAUDM-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-DATE        PIC 9(08).
         05   FD-FICAUDM-HEURE       PIC 9(06).
         05   FD-FICAUDM-OPERATEUR   PIC X(08).

      *    DEMANDES DE DOUBLE CONTROLE (TOUTES GENERATIONS FICPEND)
       FD FICPEND
           RECORDING MODE IS F.
       01     FD-FICPEND.
         05   FD-FICPEND-NUMCPT     PIC X(10).
         05   FD-FICPEND-OPERATEUR  PIC X(08).
         05   FD-FICPEND-SOLDE      PIC S9(09)V99 COMP-3.
         05   FD-FICPEND-DATE       PIC 9(08).
         05   FD-FICPEND-AGE        PIC 9(02).
         05   FILLER                PIC X(46).

      *    CONFIRMATIONS DES RESPONSABLES : UN ARTICLE PAR OPERATEUR
      *    REVU, 'O' SUR CHAQUE DROIT MAINTENU
       FD FICREVU
           RECORDING MODE IS F.
       01     FD-FICREVU.
         05   FD-FICREVU-OPERATEUR  PIC X(08).
         05   FD-FICREVU-CONF-CREA  PIC X(01).
         05   FD-FICREVU-CONF-MODIF PIC X(01).
         05   FD-FICREVU-CONF-SUPPR PIC X(01).
         05   FD-FICREVU-RESPONSABLE PIC X(08).
         05   FD-FICREVU-DATE       PIC 9(08).
         05   FILLER                PIC X(53).

      *    NOUVELLE INSTANCE DES HABILITATIONS (MEME DESSIN QUE
      *    FICAUTOR)
       FD FICAUTN
           RECORDING MODE IS F.
       01     FD-FICAUTN.
         05   FD-FICAUTN-OPERATEUR  PIC X(08).
         05   FD-FICAUTN-AUT-CREA   PIC X(01).
         05   FD-FICAUTN-AUT-MODIF  PIC X(01).
         05   FD-FICAUTN-AUT-SUPPR  PIC X(01).
         05   FD-FICAUTN-MONTANT-MAX PIC 9(09)V99.
         05   FILLER              PIC X(58).

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
         05   FS-FICAUTOR        PIC X(2).
         05   FS-FICAUDM         PIC X(2).
         05   FS-FICPEND         PIC X(2).
         05   FS-FICREVU         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : PERIODE REVUE, DORMANCE EN JOURS ET   *
      *      SEUIL DE DOUBLE CONTROLE DE COBTP4AA                     *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE-DEB  PIC X(08).
         05   WS-SYSIN-DATE-FIN  PIC X(08).
         05   WS-SYSIN-DORMANCE  PIC X(03).
         05   WS-SYSIN-SEUIL     PIC X(11).
       01     WS-SYSIN-9 REDEFINES WS-SYSIN.
         05   WS-SYSIN-DATE-DEB-9 PIC 9(08).
         05   WS-SYSIN-DATE-FIN-9 PIC 9(08).
         05   WS-SYSIN-DORMANCE-9 PIC 9(03).
         05   WS-SYSIN-SEUIL-9   PIC 9(09)V99.

       01     WS-DATE-DEBUT      PIC 9(08).
       01     WS-DATE-FIN        PIC 9(08).
       01     WS-DORMANCE-DEFAUT PIC 9(03) VALUE 90.
       01     WS-DORMANCE-JOURS  PIC 9(03).
       01     WS-DATE-DORMANCE   PIC 9(08).
       01     WS-SEUIL-APPROB    PIC 9(09)V99.
       01     WS-ECART-SOLDE     PIC S9(10)V99 COMP-3.
       01     WS-OPERATEUR-RECH  PIC X(08).

       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< TABLE DES HABILITATIONS REVUES (FICAUTOR) AVEC          *
      *      L'ACTIVITE DE LA PERIODE ET LA CONFIRMATION RECUE        *
      *      ---------------------------------------------------------*
       01  WS-INDICES-HAB.
         05 IX-HAB             PIC 9(4) COMP VALUE 0.
         05 IX-HAB-MAX         PIC 9(4) COMP VALUE 100.
         05 IX-HAB-CHARG       PIC 9(4) COMP VALUE 0.
         05 IX-HAB-CPT         PIC 9(4) COMP VALUE 0.
       01  WS-TAB-HAB.
         05 WS-HAB-POSTE OCCURS 100 TIMES.
           10 WS-HAB-OPERATEUR   PIC X(08).
           10 WS-HAB-CREA        PIC X(01).
           10 WS-HAB-MODIF       PIC X(01).
           10 WS-HAB-SUPPR       PIC X(01).
           10 WS-HAB-MONTANT-MAX PIC 9(09)V99.
           10 WS-HAB-NB-CREA     PIC 9(6) COMP.
           10 WS-HAB-NB-MODIF    PIC 9(6) COMP.
           10 WS-HAB-NB-SUPPR    PIC 9(6) COMP.
           10 WS-HAB-NB-APPROB   PIC 9(6) COMP.
           10 WS-HAB-DERNIERE    PIC 9(08).
           10 WS-HAB-DEMANDEUR   PIC X(01).
           10 WS-HAB-REVUE       PIC X(01).
             88 WS-HAB-NON-REVU      VALUE ' '.
             88 WS-HAB-REVU          VALUE 'R'.
             88 WS-HAB-AUTO-REVU     VALUE 'A'.
             88 WS-HAB-REVUE-PERIMEE VALUE 'P'.
           10 WS-HAB-CONF-CREA   PIC X(01).
           10 WS-HAB-CONF-MODIF  PIC X(01).
           10 WS-HAB-CONF-SUPPR  PIC X(01).

      *      ---------------------------------------------------------*
      *-----< RESULTAT DE LA REVUE D'UN OPERATEUR                     *
      *      ---------------------------------------------------------*
       01  WS-DROITS-RETENUS.
         05 WS-RET-CREA        PIC X(01).
         05 WS-RET-MODIF       PIC X(01).
         05 WS-RET-SUPPR       PIC X(01).
       01  WS-ALERTE-SW        PIC X VALUE 'N'.
         88 WS-ALERTE-OUI          VALUE 'O'.
         88 WS-ALERTE-NON          VALUE 'N'.
       01  WS-RETRAIT-SW       PIC X VALUE 'N'.
         88 WS-RETRAIT-OUI         VALUE 'O'.
         88 WS-RETRAIT-NON         VALUE 'N'.

       01  WS-CODE-RETOUR      PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-AUDM    PIC 9(8) COMP VALUE 0.
         05   CP-AUDM-PERIODE    PIC 9(8) COMP VALUE 0.
         05   CP-AUDM-HORS-HAB   PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-PEND    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-REVU    PIC 9(6) COMP VALUE 0.
         05   CP-REVU-INCONNU    PIC 9(6) COMP VALUE 0.
         05   CP-DORMANTS        PIC 9(6) COMP VALUE 0.
         05   CP-DROITS-INUTIL   PIC 9(6) COMP VALUE 0.
         05   CP-CONFLITS        PIC 9(6) COMP VALUE 0.
         05   CP-CONFIRMES       PIC 9(6) COMP VALUE 0.
         05   CP-RETRAITS        PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(37)
               VALUE 'REVUE DES HABILITATIONS - PERIODE DU '.
         05   ED-ENT-DATE-DEB    PIC 9(08).
         05   FILLER             PIC X(04) VALUE ' AU '.
         05   ED-ENT-DATE-FIN    PIC 9(08).
         05   FILLER             PIC X(23) VALUE SPACE.

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'OPERAT.  DRT   PLAFOND  CREA MODIF SUPPR'.
         05   FILLER PIC X(40)
               VALUE ' APPRO DER.ACT. D S INU DECISION       '.

       01     ED-ENTETE3.
         05   FILLER PIC X(31)
               VALUE 'D = DORMANT   S = DEMANDEUR ET '.
         05   FILLER PIC X(49)
               VALUE 'APPROBATEUR DE DOUBLE CONTROLE'.

       01     ED-ENTETE4.
         05   FILLER PIC X(40)
               VALUE 'INU = DROITS NON UTILISES SUR LA PERIODE'.
         05   FILLER PIC X(40)
               VALUE '   DECISION : DROITS MAINTENUS'.

      *    UNE LIGNE PAR OPERATEUR : DROITS, ACTIVITE DE LA PERIODE,
      *    ALERTES ET DECISION DE REVUE
       01     ED-LIGNE-HAB.
         05   ED-HAB-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-HAB-DROITS      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-HAB-PLAFOND     PIC ZZZZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-HAB-NB-CREA     PIC ZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-HAB-NB-MODIF    PIC ZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-HAB-NB-SUPPR    PIC ZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-HAB-NB-APPROB   PIC ZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-HAB-DERNIERE    PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-HAB-DORMANT     PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-HAB-CONFLIT     PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-HAB-INUTIL      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-HAB-DECISION    PIC X(16).

       01     ED-DECISION.
         05   ED-DEC-LIBELLE     PIC X(13).
         05   ED-DEC-DROITS      PIC X(03).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< HABILITATIONS                                           *
      *      ---------------------------------------------------------*
       100-HABILITATIONS.
           PERFORM 605-LIRE-SYSIN
           PERFORM 700-CALCULER-DORMANCE
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 710-CHARGER-FICAUTOR
           PERFORM 720-CHARGER-FICREVU
           PERFORM 730-RELEVER-DEMANDEURS
           PERFORM 802-ENTETE-FICETAT

           PERFORM 611-LIRE-FICAUDM
           PERFORM 200-ACTIVITE
             UNTIL FS-FICAUDM = '10'

           PERFORM 300-REVUE-OPERATEUR
             VARYING IX-HAB FROM 1 BY 1
               UNTIL IX-HAB > IX-HAB-CHARG

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ACTIVITE DE LA PISTE D'AUDIT : DERNIERE ACTIVITE TOUTES *
      *      DATES, USAGE DES DROITS SUR LA PERIODE ; UNE MODIF POSTEE*
      *      PAR COBTP4AA AU DELA DU SEUIL DE DOUBLE CONTROLE EST UNE *
      *      APPROBATION (LES GROS AJUSTEMENTS NE PASSENT QU'APPROUVES*
      *      PAR UN AUTRE OPERATEUR)                                  *
      *      ---------------------------------------------------------*
       200-ACTIVITE.
           MOVE FD-FICAUDM-OPERATEUR TO WS-OPERATEUR-RECH
           PERFORM 740-RECH-OPERATEUR
           IF IX-HAB-CPT = 0
              ADD 1 TO CP-AUDM-HORS-HAB
           ELSE
              IF FD-FICAUDM-DATE > WS-HAB-DERNIERE (IX-HAB-CPT)
                 MOVE FD-FICAUDM-DATE TO WS-HAB-DERNIERE (IX-HAB-CPT)
              END-IF
              IF FD-FICAUDM-DATE NOT < WS-DATE-DEBUT
                 AND FD-FICAUDM-DATE NOT > WS-DATE-FIN
                 ADD 1 TO CP-AUDM-PERIODE
                 EVALUATE TRUE
                    WHEN FD-FICAUDM-OP-CREATION
                       ADD 1 TO WS-HAB-NB-CREA (IX-HAB-CPT)
                    WHEN FD-FICAUDM-OP-MODIF
                       ADD 1 TO WS-HAB-NB-MODIF (IX-HAB-CPT)
                       PERFORM 745-CONTROLER-APPROBATION
                    WHEN FD-FICAUDM-OP-SUPPR
                       ADD 1 TO WS-HAB-NB-SUPPR (IX-HAB-CPT)
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM 611-LIRE-FICAUDM
           .

      *      ---------------------------------------------------------*
      *-----< REVUE D'UN OPERATEUR : ALERTES, DROITS MAINTENUS PAR    *
      *      LA CONFIRMATION DU RESPONSABLE, NOUVELLE HABILITATION    *
      *      ---------------------------------------------------------*
       300-REVUE-OPERATEUR.
           MOVE SPACES TO ED-LIGNE-HAB
           SET WS-ALERTE-NON TO TRUE
           PERFORM 750-CONTROLER-ALERTES
           PERFORM 760-APPLIQUER-REVUE
           PERFORM 630-ECRIRE-FICAUTN
           PERFORM 804-LIGNE-HABILITATION
           IF WS-ALERTE-OUI OR WS-RETRAIT-OUI
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICAUTOR
           IF FS-FICAUTOR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAUTOR  FS-FICAUTOR = '
                      FS-FICAUTOR
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICAUDM
           IF FS-FICAUDM NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAUDM   FS-FICAUDM = '
                      FS-FICAUDM
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICPEND
           IF FS-FICPEND NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPEND   FS-FICPEND = '
                      FS-FICPEND
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICREVU
           IF FS-FICREVU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREVU   FS-FICREVU = '
                      FS-FICREVU
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICAUTN
           OPEN OUTPUT FICETAT
           .

       605-LIRE-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE-DEB NOT NUMERIC
              OR WS-SYSIN-DATE-FIN NOT NUMERIC
              OR WS-SYSIN-DATE-FIN-9 < WS-SYSIN-DATE-DEB-9
              DISPLAY 'PERIODE DE REVUE SYSIN INVALIDE : '
                      WS-SYSIN-DATE-DEB ' ' WS-SYSIN-DATE-FIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE WS-SYSIN-DATE-DEB-9 TO WS-DATE-DEBUT
           MOVE WS-SYSIN-DATE-FIN-9 TO WS-DATE-FIN
           IF WS-SYSIN-DORMANCE NUMERIC
              AND WS-SYSIN-DORMANCE-9 > 0
              MOVE WS-SYSIN-DORMANCE-9 TO WS-DORMANCE-JOURS
           ELSE
              MOVE WS-DORMANCE-DEFAUT TO WS-DORMANCE-JOURS
           END-IF
           IF WS-SYSIN-SEUIL NUMERIC
              MOVE WS-SYSIN-SEUIL-9 TO WS-SEUIL-APPROB
           ELSE
              MOVE 0 TO WS-SEUIL-APPROB
           END-IF
           .

       610-LIRE-FICAUTOR.
           READ FICAUTOR
           .

       611-LIRE-FICAUDM.
           READ FICAUDM
           IF FS-FICAUDM NOT = '10'
              ADD 1 TO CP-LECTURE-AUDM
           END-IF
           .

       612-LIRE-FICPEND.
           READ FICPEND
           IF FS-FICPEND NOT = '10'
              ADD 1 TO CP-LECTURE-PEND
           END-IF
           .

       613-LIRE-FICREVU.
           READ FICREVU
           IF FS-FICREVU NOT = '10'
              ADD 1 TO CP-LECTURE-REVU
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICAUDM
           CLOSE FICPEND
           CLOSE FICREVU
           CLOSE FICAUTN
           CLOSE FICETAT
           .

      *    LES DROITS NON MAINTENUS PASSENT A 'N' ; UN OPERATEUR SANS
      *    PLUS AUCUN DROIT GARDE SON ARTICLE AVEC UN PLAFOND NUL
       630-ECRIRE-FICAUTN.
           MOVE SPACES TO FD-FICAUTN
           MOVE WS-HAB-OPERATEUR (IX-HAB) TO FD-FICAUTN-OPERATEUR
           MOVE WS-RET-CREA  TO FD-FICAUTN-AUT-CREA
           MOVE WS-RET-MODIF TO FD-FICAUTN-AUT-MODIF
           MOVE WS-RET-SUPPR TO FD-FICAUTN-AUT-SUPPR
           IF WS-DROITS-RETENUS = 'NNN'
              MOVE 0 TO FD-FICAUTN-MONTANT-MAX
           ELSE
              MOVE WS-HAB-MONTANT-MAX (IX-HAB)
                   TO FD-FICAUTN-MONTANT-MAX
           END-IF
           WRITE FD-FICAUTN
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    EST DORMANT L'OPERATEUR SANS ACTIVITE DEPUIS N JOURS A LA
      *    FIN DE LA PERIODE REVUE
       700-CALCULER-DORMANCE.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-DATE-FIN TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-DORMANCE-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'CALCUL DE LA DATE DE DORMANCE IMPOSSIBLE : '
                      SCALJOU-MESSAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-DORMANCE
           .

       710-CHARGER-FICAUTOR.
           PERFORM 610-LIRE-FICAUTOR
           PERFORM VARYING IX-HAB FROM 1 BY 1
                     UNTIL FS-FICAUTOR = '10'
                        OR IX-HAB > IX-HAB-MAX
              INITIALIZE WS-HAB-POSTE (IX-HAB)
              MOVE FD-FICAUTOR-OPERATEUR
                   TO WS-HAB-OPERATEUR (IX-HAB)
              MOVE FD-FICAUTOR-AUT-CREA  TO WS-HAB-CREA (IX-HAB)
              MOVE FD-FICAUTOR-AUT-MODIF TO WS-HAB-MODIF (IX-HAB)
              MOVE FD-FICAUTOR-AUT-SUPPR TO WS-HAB-SUPPR (IX-HAB)
              MOVE FD-FICAUTOR-MONTANT-MAX
                   TO WS-HAB-MONTANT-MAX (IX-HAB)
              PERFORM 610-LIRE-FICAUTOR
           END-PERFORM
           IF FS-FICAUTOR NOT = '10'
      *       UN OPERATEUR NON CHARGE DISPARAITRAIT DE LA NOUVELLE
      *       INSTANCE : ON S'ARRETE PLUTOT QUE DE TRONQUER
              DISPLAY '*** TABLE DES HABILITATIONS SATUREE A '
                      IX-HAB-MAX ' ENTREES - FICAUTOR TRONQUE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           COMPUTE IX-HAB-CHARG = IX-HAB - 1
           CLOSE FICAUTOR
           .

      *    CONFIRMATIONS : LE RESPONSABLE DOIT ETRE RENSEIGNE ET
      *    DIFFERENT DE L'OPERATEUR, LA REVUE DATEE DU DEBUT DE LA
      *    PERIODE AU PLUS TOT ; LA DERNIERE CONFIRMATION LUE L'EMPORTE
       720-CHARGER-FICREVU.
           PERFORM 613-LIRE-FICREVU
           PERFORM UNTIL FS-FICREVU = '10'
              MOVE FD-FICREVU-OPERATEUR TO WS-OPERATEUR-RECH
              PERFORM 740-RECH-OPERATEUR
              IF IX-HAB-CPT = 0
                 DISPLAY 'CONFIRMATION POUR UN OPERATEUR INCONNU : '
                         FD-FICREVU-OPERATEUR
                 ADD 1 TO CP-REVU-INCONNU
              ELSE
                 PERFORM 721-RETENIR-CONFIRMATION
              END-IF
              PERFORM 613-LIRE-FICREVU
           END-PERFORM
           .

       721-RETENIR-CONFIRMATION.
           EVALUATE TRUE
              WHEN FD-FICREVU-RESPONSABLE = SPACES
                 SET WS-HAB-NON-REVU (IX-HAB-CPT) TO TRUE
              WHEN FD-FICREVU-RESPONSABLE = FD-FICREVU-OPERATEUR
                 SET WS-HAB-AUTO-REVU (IX-HAB-CPT) TO TRUE
              WHEN FD-FICREVU-DATE NOT NUMERIC
                 OR FD-FICREVU-DATE < WS-DATE-DEBUT
                 SET WS-HAB-REVUE-PERIMEE (IX-HAB-CPT) TO TRUE
              WHEN OTHER
                 SET WS-HAB-REVU (IX-HAB-CPT) TO TRUE
                 MOVE FD-FICREVU-CONF-CREA
                      TO WS-HAB-CONF-CREA (IX-HAB-CPT)
                 MOVE FD-FICREVU-CONF-MODIF
                      TO WS-HAB-CONF-MODIF (IX-HAB-CPT)
                 MOVE FD-FICREVU-CONF-SUPPR
                      TO WS-HAB-CONF-SUPPR (IX-HAB-CPT)
           END-EVALUATE
           .

      *    DEMANDEURS DE DOUBLE CONTROLE SUR LA PERIODE
       730-RELEVER-DEMANDEURS.
           PERFORM 612-LIRE-FICPEND
           PERFORM UNTIL FS-FICPEND = '10'
              IF FD-FICPEND-DATE NOT < WS-DATE-DEBUT
                 AND FD-FICPEND-DATE NOT > WS-DATE-FIN
                 MOVE FD-FICPEND-OPERATEUR TO WS-OPERATEUR-RECH
                 PERFORM 740-RECH-OPERATEUR
                 IF IX-HAB-CPT > 0
                    MOVE 'O' TO WS-HAB-DEMANDEUR (IX-HAB-CPT)
                 END-IF
              END-IF
              PERFORM 612-LIRE-FICPEND
           END-PERFORM
           .

       740-RECH-OPERATEUR.
           MOVE 0 TO IX-HAB-CPT
           PERFORM VARYING IX-HAB FROM 1 BY 1
                     UNTIL IX-HAB > IX-HAB-CHARG
                        OR IX-HAB-CPT > 0
              IF WS-HAB-OPERATEUR (IX-HAB) = WS-OPERATEUR-RECH
                 MOVE IX-HAB TO IX-HAB-CPT
              END-IF
           END-PERFORM
           .

       745-CONTROLER-APPROBATION.
           IF WS-SEUIL-APPROB > 0
              AND FD-FICAUDM-PROGRAMME = 'COBTP4AA'
              COMPUTE WS-ECART-SOLDE = FD-FICAUDM-SOLDE-APRES
                      - FD-FICAUDM-SOLDE-AVANT
              IF WS-ECART-SOLDE < 0
                 COMPUTE WS-ECART-SOLDE = 0 - WS-ECART-SOLDE
              END-IF
              IF WS-ECART-SOLDE > WS-SEUIL-APPROB
                 ADD 1 TO WS-HAB-NB-APPROB (IX-HAB-CPT)
              END-IF
           END-IF
           .

      *    DORMANT, DROITS JAMAIS UTILISES SUR LA PERIODE, CONFLIT
      *    DEMANDEUR / APPROBATEUR DE DOUBLE CONTROLE
       750-CONTROLER-ALERTES.
           IF WS-HAB-DERNIERE (IX-HAB) < WS-DATE-DORMANCE
              MOVE 'D' TO ED-HAB-DORMANT
              SET WS-ALERTE-OUI TO TRUE
              ADD 1 TO CP-DORMANTS
           END-IF
           MOVE '---' TO ED-HAB-INUTIL
           IF WS-HAB-CREA (IX-HAB) = 'O'
              AND WS-HAB-NB-CREA (IX-HAB) = 0
              MOVE 'C' TO ED-HAB-INUTIL (1:1)
              SET WS-ALERTE-OUI TO TRUE
              ADD 1 TO CP-DROITS-INUTIL
           END-IF
           IF WS-HAB-MODIF (IX-HAB) = 'O'
              AND WS-HAB-NB-MODIF (IX-HAB) = 0
              MOVE 'M' TO ED-HAB-INUTIL (2:1)
              SET WS-ALERTE-OUI TO TRUE
              ADD 1 TO CP-DROITS-INUTIL
           END-IF
           IF WS-HAB-SUPPR (IX-HAB) = 'O'
              AND WS-HAB-NB-SUPPR (IX-HAB) = 0
              MOVE 'S' TO ED-HAB-INUTIL (3:1)
              SET WS-ALERTE-OUI TO TRUE
              ADD 1 TO CP-DROITS-INUTIL
           END-IF
           IF WS-HAB-DEMANDEUR (IX-HAB) = 'O'
              AND WS-HAB-NB-APPROB (IX-HAB) > 0
              MOVE 'S' TO ED-HAB-CONFLIT
              SET WS-ALERTE-OUI TO TRUE
              ADD 1 TO CP-CONFLITS
           END-IF
           .

      *    UN DROIT N'EST MAINTENU QUE S'IL EST CONFIRME PAR UNE REVUE
      *    VALABLE ; SANS REVUE VALABLE TOUS LES DROITS SONT RETIRES
       760-APPLIQUER-REVUE.
           MOVE 'NNN' TO WS-DROITS-RETENUS
           IF WS-HAB-REVU (IX-HAB)
              IF WS-HAB-CREA (IX-HAB) = 'O'
                 AND WS-HAB-CONF-CREA (IX-HAB) = 'O'
                 MOVE 'O' TO WS-RET-CREA
              END-IF
              IF WS-HAB-MODIF (IX-HAB) = 'O'
                 AND WS-HAB-CONF-MODIF (IX-HAB) = 'O'
                 MOVE 'O' TO WS-RET-MODIF
              END-IF
              IF WS-HAB-SUPPR (IX-HAB) = 'O'
                 AND WS-HAB-CONF-SUPPR (IX-HAB) = 'O'
                 MOVE 'O' TO WS-RET-SUPPR
              END-IF
           END-IF
           SET WS-RETRAIT-NON TO TRUE
           IF (WS-HAB-CREA (IX-HAB) = 'O' AND WS-RET-CREA = 'N')
              OR (WS-HAB-MODIF (IX-HAB) = 'O' AND WS-RET-MODIF = 'N')
              OR (WS-HAB-SUPPR (IX-HAB) = 'O' AND WS-RET-SUPPR = 'N')
              SET WS-RETRAIT-OUI TO TRUE
              ADD 1 TO CP-RETRAITS
           ELSE
              ADD 1 TO CP-CONFIRMES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'PERIODE REVUE DU               : ' WS-DATE-DEBUT
           DISPLAY 'PERIODE REVUE AU               : ' WS-DATE-FIN
           DISPLAY 'DORMANT SANS ACTIVITE DEPUIS   : ' WS-DATE-DORMANCE
           DISPLAY 'OPERATEURS HABILITES REVUS     : ' IX-HAB-CHARG
           DISPLAY 'ARTICLES D AUDIT LUS           : ' CP-LECTURE-AUDM
           DISPLAY 'ARTICLES D AUDIT DE LA PERIODE : ' CP-AUDM-PERIODE
           DISPLAY 'ARTICLES D AUDIT HORS FICAUTOR : ' CP-AUDM-HORS-HAB
           DISPLAY 'DEMANDES DOUBLE CONTROLE LUES  : ' CP-LECTURE-PEND
           DISPLAY 'CONFIRMATIONS LUES             : ' CP-LECTURE-REVU
           DISPLAY 'CONFIRMATIONS D INCONNUS       : ' CP-REVU-INCONNU
           DISPLAY 'OPERATEURS DORMANTS            : ' CP-DORMANTS
           DISPLAY 'DROITS JAMAIS UTILISES         : ' CP-DROITS-INUTIL
           DISPLAY 'CONFLITS DEMANDE/APPROBATION   : ' CP-CONFLITS
           DISPLAY 'HABILITATIONS CONFIRMEES       : ' CP-CONFIRMES
           DISPLAY 'HABILITATIONS AVEC RETRAIT     : ' CP-RETRAITS
           .

       802-ENTETE-FICETAT.
           MOVE WS-DATE-DEBUT TO ED-ENT-DATE-DEB
           MOVE WS-DATE-FIN   TO ED-ENT-DATE-FIN
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-ENTETE4 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-HABILITATION.
           MOVE WS-HAB-OPERATEUR (IX-HAB) TO ED-HAB-OPERATEUR
           MOVE '---' TO ED-HAB-DROITS
           IF WS-HAB-CREA (IX-HAB) = 'O'
              MOVE 'C' TO ED-HAB-DROITS (1:1)
           END-IF
           IF WS-HAB-MODIF (IX-HAB) = 'O'
              MOVE 'M' TO ED-HAB-DROITS (2:1)
           END-IF
           IF WS-HAB-SUPPR (IX-HAB) = 'O'
              MOVE 'S' TO ED-HAB-DROITS (3:1)
           END-IF
           MOVE WS-HAB-MONTANT-MAX (IX-HAB) TO ED-HAB-PLAFOND
           MOVE WS-HAB-NB-CREA (IX-HAB)   TO ED-HAB-NB-CREA
           MOVE WS-HAB-NB-MODIF (IX-HAB)  TO ED-HAB-NB-MODIF
           MOVE WS-HAB-NB-SUPPR (IX-HAB)  TO ED-HAB-NB-SUPPR
           MOVE WS-HAB-NB-APPROB (IX-HAB) TO ED-HAB-NB-APPROB
           IF WS-HAB-DERNIERE (IX-HAB) = 0
              MOVE 'JAMAIS' TO ED-HAB-DERNIERE
           ELSE
              MOVE WS-HAB-DERNIERE (IX-HAB) TO ED-HAB-DERNIERE
           END-IF
           MOVE '---' TO ED-DEC-DROITS
           IF WS-RET-CREA = 'O'
              MOVE 'C' TO ED-DEC-DROITS (1:1)
           END-IF
           IF WS-RET-MODIF = 'O'
              MOVE 'M' TO ED-DEC-DROITS (2:1)
           END-IF
           IF WS-RET-SUPPR = 'O'
              MOVE 'S' TO ED-DEC-DROITS (3:1)
           END-IF
           EVALUATE TRUE
              WHEN WS-RETRAIT-NON
                 MOVE 'CONFIRME'      TO ED-DEC-LIBELLE
              WHEN WS-HAB-AUTO-REVU (IX-HAB)
                 MOVE 'AUTO-REVUE  >' TO ED-DEC-LIBELLE
              WHEN WS-HAB-REVUE-PERIMEE (IX-HAB)
                 MOVE 'PERIMEE     >' TO ED-DEC-LIBELLE
              WHEN WS-HAB-NON-REVU (IX-HAB)
                 MOVE 'NON REVU    >' TO ED-DEC-LIBELLE
              WHEN OTHER
                 MOVE 'RETRAIT     >' TO ED-DEC-LIBELLE
           END-EVALUATE
           MOVE ED-DECISION TO ED-HAB-DECISION
           MOVE ED-LIGNE-HAB TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPHAB ***'
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

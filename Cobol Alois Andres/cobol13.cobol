      *     (PALIER DE SOLDE -> TAUX ANNUEL)                          *
      *   - EMET UN MOUVEMENT CODE 'I' PAR COMPTE DANS FICMVTI,       *
      *     INJECTE DANS LE FICMVTS DU PROCHAIN CYCLE BANKNITE        *
      *   - RETENUE A LA SOURCE SUR LES INTERETS DES CLIENTS SOUMIS   *
      *     (STATUT FISCAL DU TITULAIRE SUR FICCLI, LIEN FICLNK) :    *
      *     MOUVEMENT CODE 'S' EMIS A LA SUITE DU 'I' DANS FICMVTI    *
      *   - ECRIT LE RECAP MENSUEL DE REVERSEMENT (FICRETS) ET EDITE  *
      *     L'ETAT DE REVERSEMENT AU FISC (FICREVE)                   *
      * LA DATE DE VALEUR DES MOUVEMENTS EST FOURNIE EN SYSIN, SUIVIE *
      * DU TAUX DE RETENUE A LA SOURCE (9(2)V9(4)) ET DU MODE :       *
      *   - BLANC : TRAITEMENT NORMAL                                 *
      *   - 'C'   : COMPARAISON, L'INTERET DU SERVICE FINANCIER       *
      *     SPTP6AA EST RAPPROCHE DE L'ANCIENNE FORMULE ET LES        *
      *     COMPTES DONT LE RESULTAT CHANGE SONT EDITES SUR FICETAT ; *
      *     AUCUN MOUVEMENT, RECAP OU ETAT DE REVERSEMENT N'EST EMIS  *
      * LES LIVRETS REGLEMENTES (PRODUIT 'L') SONT EXCLUS : LEURS     *
      * INTERETS SONT CALCULES PAR QUINZAINE PAR COBTPQZN.            *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | 64-71)                           *
      *          |          |      | : LA VERSION EFFECTIVE POUR LA   *
      *          |          |      | PERIODE DE CALCUL EST RETENUE    *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE SUR INTERETS *
      *          |          |      | (MOUVEMENT 'S'), RECAP FICRETS   *
      *          |          |      | ET ETAT DE REVERSEMENT FICREVE   *
      * 15/10/26 |  ALOIS.A |      | INTERET CALCULE PAR LE SERVICE   *
      *          |          |      | FINANCIER COMMUN SPTP6AA (30/360 *
      *          |          |      | ARRONDI BANCAIRE) - MODE         *
      *          |          |      | COMPARAISON (SYSIN 'C') AVEC     *
      *          |          |      | L'ANCIENNE FORMULE SUR FICETAT   *
      * 15/10/26 |  ALOIS.A |      | LIVRETS REGLEMENTES EXCLUS DU    *
      *          |          |      | CALCUL MENSUEL (QUINZAINES       *
      *          |          |      | COBTPQZN)                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICTAUX ASSIGN TO FICTAUX FILE STATUS IS FS-FICTAUX.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICMVTI ASSIGN TO FICMVTI.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICRETS ASSIGN TO FICRETS.
           SELECT FICREVE ASSIGN TO FICREVE.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
         05   FD-FICMVTI-CODE   PIC X(01).
         05   FD-FICMVTI-MONTANT PIC 9(08)V99.
         05   FD-FICMVTI-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTI-REFERENCE PIC X(10).
         05   FILLER            PIC X(13).
         05   FD-FICMVTI-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
           88 FD-FICLNK-ROLE-TITULAIRE   VALUE 'T'.
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FILLER                    PIC X(170).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
           88 FD-FICCLI-FISC-EXONERE      VALUE 'E'.
         05 FILLER                    PIC X(21).

      *    RECAP MENSUEL DE REVERSEMENT DE LA RETENUE A LA SOURCE
      *    (UN ENREGISTREMENT PAR RUN, RELU PAR COBTPFIS)
       FD FICRETS
           RECORDING MODE IS F.
       01     FD-FICRETS.
         05   FD-FICRETS-PERIODE     PIC 9(06).
         05   FD-FICRETS-DATE-VALEUR PIC 9(08).
         05   FD-FICRETS-TAUX        PIC 9(02)V9(04).
         05   FD-FICRETS-NB-RETENUES PIC 9(06).
         05   FD-FICRETS-BRUT        PIC 9(10)V99.
         05   FD-FICRETS-RETENUE     PIC 9(10)V99.
         05   FD-FICRETS-NET         PIC 9(10)V99.
         05   FD-FICRETS-BRUT-EXONERE PIC 9(10)V99.
         05   FILLER                 PIC X(06).

       FD FICREVE
           RECORDING MODE IS F.
       01     FD-FICREVE.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICTAUX         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE VALEUR DES INTERETS, TAUX DE   *
      *      RETENUE A LA SOURCE EN POURCENTAGE)                      *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-TAUX-RS   PIC 9(02)V9(04).
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-COMPARAISON    VALUE 'C'.
       01     WS-PERIODE         PIC 9(06).

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL          *
      *      ---------------------------------------------------------*
       COPY CCOMPAR.

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : INTERETS PAR QUINZAINE (COBTPQZN),  *
      *      EXCLU DU CALCUL MENSUEL                                  *
      *      ---------------------------------------------------------*
       COPY CLIVRET.

      *      ---------------------------------------------------------*
      *-----< TABLE DU BAREME DE TAUX (CHARGEE DEPUIS FICTAUX)        *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-CALCUL.
         05   WS-TAUX-RETENU     PIC 9(02)V9(04).
         05   WS-INTERET         PIC 9(08)V99.
         05   WS-INTERET-ANCIEN  PIC 9(08)V99.
         05   WS-CUMUL-INTERETS  PIC 9(10)V99 COMP-3 VALUE 0.
         05   WS-RETENUE         PIC 9(08)V99.
         05   WS-CUMUL-RETENUES  PIC 9(10)V99 COMP-3 VALUE 0.
         05   WS-CUMUL-EXONERES  PIC 9(10)V99 COMP-3 VALUE 0.
         05   WS-CUMUL-NET       PIC 9(10)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< STATUT FISCAL DU TITULAIRE DU COMPTE (FICLNK/FICCLI) ;  *
      *      SANS LIEN OU SANS STATUT, LE CLIENT EST SOUMIS           *
      *      ---------------------------------------------------------*
       01     WS-NUMCLI-TITULAIRE PIC X(08) VALUE SPACES.
       01     WS-STATUT-FISC     PIC X(01).
         88   WS-FISC-SOUMIS         VALUE 'S'.
         88   WS-FISC-EXONERE        VALUE 'E'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
         05   CP-LECTURE-CPTS    PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(4) COMP VALUE 0.
         05   CP-SANS-INTERET    PIC 9(4) COMP VALUE 0.
         05   CP-RETENUES-EMISES PIC 9(4) COMP VALUE 0.
         05   CP-EXONERES        PIC 9(4) COMP VALUE 0.
         05   CP-LIVRETS         PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
         05   FILLER PIC X(31) VALUE 'TOTAL DES INTERETS CALCULES  : '.
         05   ED-T-CUMUL         PIC ZZZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-RETENUE.
         05   FILLER             PIC X(10) VALUE SPACES.
         05   FILLER             PIC X(41)
               VALUE '  RETENUE A LA SOURCE (MOUVEMENT S)    : '.
         05   ED-RET-MONTANT     PIC ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-TRAILER3.
         05   FILLER PIC X(31) VALUE 'NOMBRE DE MOUVEMENTS S EMIS  : '.
         05   ED-T-RETENUES-EMISES PIC Z(4)9.

       01     ED-LIGNE-TRAILER4.
         05   FILLER PIC X(31) VALUE 'TOTAL RETENU A LA SOURCE     : '.
         05   ED-T-CUMUL-RETENUES PIC ZZZBZZZBZZZBZZ9,V99.

      *      ---------------------------------------------------------*
      *-----< ETAT DE REVERSEMENT A L'ADMINISTRATION FISCALE          *
      *      ---------------------------------------------------------*
       01     ED-ZONE-REV        PIC X(80).

       01     ED-REV-ENTETE1.
         05   FILLER PIC X(45)
               VALUE 'ETAT DE REVERSEMENT DE LA RETENUE A LA SOURCE'.
         05   FILLER PIC X(16) VALUE ' SUR INTERETS - '.
         05   ED-REV-PERIODE     PIC 9(06).

       01     ED-REV-ENTETE2.
         05   FILLER PIC X(45)
               VALUE 'DESTINATAIRE : ADMINISTRATION FISCALE        '.

       01     ED-REV-LIGNE-DATE.
         05   FILLER PIC X(32) VALUE 'DATE DE VALEUR DES INTERETS   : '.
         05   ED-REV-DATE-VALEUR PIC 9(08).

       01     ED-REV-LIGNE-TAUX.
         05   FILLER PIC X(32) VALUE 'TAUX DE RETENUE APPLIQUE      : '.
         05   ED-REV-TAUX        PIC Z9,V9999.
         05   FILLER PIC X(02) VALUE ' %'.

       01     ED-REV-LIGNE-NB.
         05   FILLER PIC X(32) VALUE 'NOMBRE DE RETENUES OPEREES    : '.
         05   ED-REV-NB-RETENUES PIC Z(5)9.

       01     ED-REV-LIGNE-MONTANT.
         05   ED-REV-LIBELLE     PIC X(32).
         05   ED-REV-MONTANT     PIC ZZZBZZZBZZZBZZ9,V99.
         05   FILLER PIC X(04) VALUE ' EUR'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
           PERFORM 601-OUVRIR-FICTAUX
           PERFORM 602-OUVRIR-FICMVTI
           PERFORM 603-OUVRIR-FICETAT
           PERFORM 604-OUVRIR-FICLNK
           PERFORM 605-OUVRIR-FICCLI
           PERFORM 700-CHARGER-FICTAUX
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICCPTS
           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS = '10'

           IF WS-MODE-COMPARAISON
              PERFORM 809-TRAILER-COMPARAISON
           ELSE
              PERFORM 803-TRAILER-FICETAT
              PERFORM 640-ECRIRE-FICRETS
              PERFORM 805-ETAT-REVERSEMENT
           END-IF
           PERFORM 620-FERMER-FICCPTS
           PERFORM 621-FERMER-FICTAUX
           PERFORM 622-FERMER-FICMVTI
           PERFORM 623-FERMER-FICETAT
           PERFORM 624-FERMER-FICLNK
           PERFORM 625-FERMER-FICCLI
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .
      *-----< COMPTE                                                  *
      *      ---------------------------------------------------------*
       200-COMPTE.
           EVALUATE TRUE
              WHEN FD-FICCPTS-PRODUIT = WS-LIVRET-PRODUIT
                 ADD 1 TO CP-LIVRETS
              WHEN FD-FICCPTS-SOLDE > 0
                 PERFORM 710-RECH-TAUX
                 PERFORM 720-CALCUL-INTERET
                 IF WS-MODE-COMPARAISON
                    PERFORM 725-COMPARER-INTERET
                 ELSE
                    IF WS-INTERET > 0
                       PERFORM 630-ECRIRE-FICMVTI
                       PERFORM 804-LIGNE-FICETAT
                       PERFORM 730-RETENUE-SOURCE
                    ELSE
                       ADD 1 TO CP-SANS-INTERET
                    END-IF
                 END-IF
              WHEN OTHER
                 ADD 1 TO CP-SANS-INTERET
           END-EVALUATE
           PERFORM 610-LIRE-FICCPTS
           .

           END-IF
           .

      *    EN COMPARAISON LE FICHIER DES INTERETS EST OUVERT PUIS
      *    FERME VIDE
       602-OUVRIR-FICMVTI.
           OPEN OUTPUT FICMVTI
           .
           OPEN OUTPUT FICETAT
           .

       604-OUVRIR-FICLNK.
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       605-OUVRIR-FICCLI.
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
           READ FICTAUX
           .

       612-LIRE-FICLNK.
           READ FICLNK NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       613-LIRE-FICCLI.
           READ FICCLI
           .

       620-FERMER-FICCPTS.
           CLOSE FICCPTS
           .
           CLOSE FICETAT
           .

       624-FERMER-FICLNK.
           CLOSE FICLNK
           .

       625-FERMER-FICCLI.
           CLOSE FICCLI
           .

       630-ECRIRE-FICMVTI.
           MOVE SPACES TO FD-FICMVTI
           MOVE FD-FICCPTS-NUMCPT TO FD-FICMVTI-NUMCPT
           ADD WS-INTERET TO WS-CUMUL-INTERETS
           .

      *    MOUVEMENT DE RETENUE A LA SOURCE, MEMES DATES QUE LE 'I' ;
      *    LA REFERENCE 'RS' + PERIODE RELIE LE DEBIT AU REVERSEMENT
       631-ECRIRE-FICMVTI-RETENUE.
           MOVE SPACES TO FD-FICMVTI
           MOVE FD-FICCPTS-NUMCPT TO FD-FICMVTI-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICMVTI-DATE
           MOVE 'S' TO FD-FICMVTI-CODE
           MOVE WS-RETENUE TO FD-FICMVTI-MONTANT
           MOVE FD-FICCPTS-DEVISE TO FD-FICMVTI-DEVISE
           MOVE 'RS' TO FD-FICMVTI-REFERENCE
           MOVE WS-PERIODE TO FD-FICMVTI-REFERENCE (3:6)
           MOVE WS-SYSIN-DATE TO FD-FICMVTI-DATE-VALEUR
           WRITE FD-FICMVTI
           ADD 1 TO CP-RETENUES-EMISES
           ADD WS-RETENUE TO WS-CUMUL-RETENUES
           .

      *    OUVERT ET ECRIT EN FIN DE RUN : UNE GENERATION PAR MOIS
       640-ECRIRE-FICRETS.
           OPEN OUTPUT FICRETS
           MOVE SPACES TO FD-FICRETS
           COMPUTE WS-CUMUL-NET = WS-CUMUL-INTERETS - WS-CUMUL-RETENUES
           MOVE WS-PERIODE         TO FD-FICRETS-PERIODE
           MOVE WS-SYSIN-DATE      TO FD-FICRETS-DATE-VALEUR
           MOVE WS-SYSIN-TAUX-RS   TO FD-FICRETS-TAUX
           MOVE CP-RETENUES-EMISES TO FD-FICRETS-NB-RETENUES
           MOVE WS-CUMUL-INTERETS  TO FD-FICRETS-BRUT
           MOVE WS-CUMUL-RETENUES  TO FD-FICRETS-RETENUE
           MOVE WS-CUMUL-NET       TO FD-FICRETS-NET
           MOVE WS-CUMUL-EXONERES  TO FD-FICRETS-BRUT-EXONERE
           WRITE FD-FICRETS
           CLOSE FICRETS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
           .

      *      ---------------------------------------------------------*
      *-----< INTERET MENSUEL PAR LE SERVICE FINANCIER COMMUN :       *
      *      INTERET SIMPLE SUR UN MOIS EN BASE 30/360, ARRONDI       *
      *      BANCAIRE AU CENTIME                                      *
      *      ---------------------------------------------------------*
       720-CALCUL-INTERET.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE FD-FICCPTS-SOLDE         TO MODULE-CAPITAL
           MOVE WS-TAUX-RETENU           TO MODULE-TAUX
           MOVE 1                        TO MODULE-NB-MOIS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA COMPTE ' FD-FICCPTS-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE MODULE-RESULTAT TO WS-INTERET
           .

      *      ---------------------------------------------------------*
      *-----< ANCIENNE FORMULE, CONSERVEE POUR LA COMPARAISON :       *
      *      SOLDE * TAUX ANNUEL / 100 / 12, ARRONDI COMMERCIAL       *
      *      ---------------------------------------------------------*
       721-CALCUL-INTERET-ANCIEN.
           COMPUTE WS-INTERET-ANCIEN ROUNDED =
                   FD-FICCPTS-SOLDE * WS-TAUX-RETENU / 1200
           .

       725-COMPARER-INTERET.
           PERFORM 721-CALCUL-INTERET-ANCIEN
           ADD 1 TO CMP-NB-EXAMINES
           IF WS-INTERET NOT = WS-INTERET-ANCIEN
              MOVE WS-INTERET-ANCIEN TO CMP-ANCIEN
              MOVE WS-INTERET        TO CMP-NOUVEAU
              PERFORM 808-LIGNE-COMPARAISON
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RETENUE A LA SOURCE : STATUT FISCAL DU TITULAIRE        *
      *      PRINCIPAL (ROLE 'T', A DEFAUT PREMIER DETENTEUR) ; LES   *
      *      CLIENTS EXONERES NE SUBISSENT PAS DE RETENUE             *
      *      ---------------------------------------------------------*
       730-RETENUE-SOURCE.
           PERFORM 735-RECH-STATUT-FISCAL
           IF WS-FISC-EXONERE
              ADD WS-INTERET TO WS-CUMUL-EXONERES
              ADD 1 TO CP-EXONERES
           ELSE
              COMPUTE WS-RETENUE ROUNDED =
                      WS-INTERET * WS-SYSIN-TAUX-RS / 100
              IF WS-RETENUE > 0
                 PERFORM 631-ECRIRE-FICMVTI-RETENUE
                 PERFORM 806-LIGNE-RETENUE
              END-IF
           END-IF
           .

       735-RECH-STATUT-FISCAL.
           SET WS-FISC-SOUMIS TO TRUE
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE FD-FICCPTS-NUMCPT TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = 00
              PERFORM 612-LIRE-FICLNK
              PERFORM 736-EXAMINER-DETENTEUR
                UNTIL FS-FICLNK NOT = 00
                   OR FD-FICLNK-NUMCPT NOT = FD-FICCPTS-NUMCPT
           END-IF
           IF WS-NUMCLI-TITULAIRE NOT = SPACES
              MOVE WS-NUMCLI-TITULAIRE TO FD-FICCLI-NUMCLI
              PERFORM 613-LIRE-FICCLI
              IF FS-FICCLI = 00
                 AND FD-FICCLI-FISC-EXONERE
                 SET WS-FISC-EXONERE TO TRUE
              END-IF
           END-IF
           .

       736-EXAMINER-DETENTEUR.
           IF WS-NUMCLI-TITULAIRE = SPACES
              OR FD-FICLNK-ROLE-TITULAIRE
              MOVE FD-FICLNK-NUMCLI TO WS-NUMCLI-TITULAIRE
           END-IF
           PERFORM 612-LIRE-FICLNK
           .

       799-RECUP-SYSIN.
      *    LA DATE DE VALEUR EST CALEE SUR LE PROCHAIN JOUR OUVRE DU
      *    CALENDRIER DE TRAITEMENT, LA SYSIN N'EST PLUS CRUE SUR
      *    PAROLE
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-TAUX-RS NOT NUMERIC
              DISPLAY 'ERREUR : TAUX DE RETENUE A LA SOURCE SYSIN '
                      'INVALIDE'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           SET SCALJOU-FCT-OUVRE-SUIV TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF SCALJOU-STATUS-OK
              MOVE SCALJOU-DATE2 TO WS-SYSIN-DATE
           END-IF
      *    PERIODE DE REVERSEMENT = MOIS DE LA DATE DE VALEUR POSTEE
           MOVE WS-SYSIN-DATE (1:6) TO WS-PERIODE
           .

      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE DE MOUVEMENTS I EMIS  : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE DE COMPTES SANS INTERET : ' CP-SANS-INTERET
           DISPLAY 'NOMBRE DE MOUVEMENTS S EMIS  : ' CP-RETENUES-EMISES
           DISPLAY 'NOMBRE DE COMPTES EXONERES   : ' CP-EXONERES
           DISPLAY 'NOMBRE DE LIVRETS EXCLUS     : ' CP-LIVRETS
           IF WS-MODE-COMPARAISON
              DISPLAY 'MODE COMPARAISON - EXAMINES  : ' CMP-NB-EXAMINES
              DISPLAY 'MODE COMPARAISON - MODIFIES  : ' CMP-NB-MODIFIES
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-DATE-VALEUR
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           IF WS-MODE-COMPARAISON
              MOVE 'COBTPINT'                TO ED-CMP-PROGRAMME
              MOVE 'INTERETS CREDITEURS'     TO ED-CMP-OBJET
              MOVE ED-CMP-ENTETE1 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE ED-CMP-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       803-TRAILER-FICETAT.
           MOVE WS-CUMUL-INTERETS TO ED-T-CUMUL
           MOVE ED-LIGNE-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE CP-RETENUES-EMISES TO ED-T-RETENUES-EMISES
           MOVE ED-LIGNE-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE WS-CUMUL-RETENUES TO ED-T-CUMUL-RETENUES
           MOVE ED-LIGNE-TRAILER4 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

       804-LIGNE-FICETAT.
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< ETAT DE REVERSEMENT : INTERETS BRUTS, RETENUE A VERSER, *
      *      NET CREDITE ET PART DES CLIENTS EXONERES                 *
      *      ---------------------------------------------------------*
       805-ETAT-REVERSEMENT.
           OPEN OUTPUT FICREVE
           MOVE WS-PERIODE TO ED-REV-PERIODE
           MOVE ED-REV-ENTETE1 TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER PAGE
           MOVE ED-REV-ENTETE2 TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 2 LINES
           MOVE WS-SYSIN-DATE TO ED-REV-DATE-VALEUR
           MOVE ED-REV-LIGNE-DATE TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 3 LINES
           MOVE WS-SYSIN-TAUX-RS TO ED-REV-TAUX
           MOVE ED-REV-LIGNE-TAUX TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 1 LINE
           MOVE CP-RETENUES-EMISES TO ED-REV-NB-RETENUES
           MOVE ED-REV-LIGNE-NB TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 1 LINE
           MOVE 'INTERETS BRUTS CREDITES       : ' TO ED-REV-LIBELLE
           MOVE WS-CUMUL-INTERETS TO ED-REV-MONTANT
           MOVE ED-REV-LIGNE-MONTANT TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 2 LINES
           MOVE '  DONT CLIENTS EXONERES       : ' TO ED-REV-LIBELLE
           MOVE WS-CUMUL-EXONERES TO ED-REV-MONTANT
           MOVE ED-REV-LIGNE-MONTANT TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 1 LINE
           MOVE 'INTERETS NETS CREDITES        : ' TO ED-REV-LIBELLE
           MOVE WS-CUMUL-NET TO ED-REV-MONTANT
           MOVE ED-REV-LIGNE-MONTANT TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 1 LINE
           MOVE 'RETENUE A LA SOURCE A REVERSER: ' TO ED-REV-LIBELLE
           MOVE WS-CUMUL-RETENUES TO ED-REV-MONTANT
           MOVE ED-REV-LIGNE-MONTANT TO ED-ZONE-REV
           WRITE FD-FICREVE FROM ED-ZONE-REV AFTER 2 LINES
           CLOSE FICREVE
           .

       806-LIGNE-RETENUE.
           MOVE WS-RETENUE TO ED-RET-MONTANT
           MOVE ED-LIGNE-RETENUE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : UNE LIGNE PAR COMPTE DONT L'INTERET       *
      *      CHANGE, PUIS LES TOTAUX                                  *
      *      ---------------------------------------------------------*
       808-LIGNE-COMPARAISON.
           ADD 1 TO CMP-NB-MODIFIES
           COMPUTE CMP-ECART = CMP-NOUVEAU - CMP-ANCIEN
           ADD CMP-ECART TO CMP-ECART-CUMUL
           MOVE FD-FICCPTS-NUMCPT TO ED-CMP-NUMCPT
           MOVE 'INTERET'         TO ED-CMP-RUBRIQUE
           MOVE CMP-ANCIEN        TO ED-CMP-ANCIEN
           MOVE CMP-NOUVEAU       TO ED-CMP-NOUVEAU
           MOVE CMP-ECART         TO ED-CMP-ECART
           MOVE ED-CMP-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       809-TRAILER-COMPARAISON.
           MOVE CMP-NB-EXAMINES TO ED-CMP-NB-EXAMINES
           MOVE ED-CMP-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE CMP-NB-MODIFIES TO ED-CMP-NB-MODIFIES
           MOVE ED-CMP-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE CMP-ECART-CUMUL TO ED-CMP-ECART-CUMUL
           MOVE ED-CMP-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPINT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

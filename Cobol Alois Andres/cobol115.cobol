       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPQZN.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPQZN                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CALCUL DES INTERETS DU LIVRET REGLEMENTE (PRODUIT 'L') PAR    *
      * QUINZAINE, A LANCER APRES LE CYCLE DU 15 ET DE FIN DE MOIS :  *
      *   - RAPPROCHE LES SOLDES DU DERNIER FICCPTS DU CUMUL DE LA    *
      *     QUINZAINE PRECEDENTE (FICQZNO), PAR NUMERO DE COMPTE      *
      *   - BASE = SOLDE DE FIN MOINS DEPOTS DE LA QUINZAINE, SANS    *
      *     DEPASSER LE SOLDE DE DEBUT (LES DEPOTS PORTENT INTERET A  *
      *     LA QUINZAINE SUIVANTE, LES RETRAITS CESSENT D'EN PORTER   *
      *     A LA QUINZAINE EN COURS)                                  *
      *   - TAUX DU PRODUIT 'L' DE FICTAUX EN VIGUEUR AU DEBUT DE LA  *
      *     QUINZAINE ; INTERET = BASE * TAUX / 24 (SERVICE FINANCIER *
      *     SPTP6AA), CUMULE SUR L'EXERCICE A QUATRE DECIMALES        *
      *     (FICQZNN), ARRONDI BANCAIRE AU CREDIT                     *
      *   - AU 31/12 LE CUMUL DE L'ANNEE EST CREDITE PAR UN           *
      *     MOUVEMENT 'I' (REFERENCE 'LIV' + EXERCICE) DANS FICMVTI   *
      *     ET UN NOUVEL EXERCICE COMMENCE                            *
      *   - UN LIVRET NOUVEAU ENTRE EN SUIVI SANS INTERET ; UN COMPTE *
      *     QUI N'EST PLUS UN LIVRET RECOIT SON CUMUL ; UN CUMUL SANS *
      *     COMPTE EST EDITE POUR REGLEMENT MANUEL (CODE RETOUR 4)    *
      *   - FICETAT : DETAIL PAR LIVRET ET TOTAUX                     *
      * SYSIN : FIN DE QUINZAINE SSAAMMJJ (LE 15 OU LE DERNIER JOUR   *
      *         DU MOIS) ; UNE QUINZAINE DEJA TRAITEE EST REFUSEE     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | INTERET ET ARRONDI DU CREDIT PAR *
      *          |          |      | LE SERVICE FINANCIER SPTP6AA     *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICTAUX ASSIGN TO FICTAUX FILE STATUS IS FS-FICTAUX.
           SELECT OPTIONAL FICQZNO ASSIGN TO FICQZNO
                  FILE STATUS IS FS-FICQZNO.
           SELECT FICQZNN ASSIGN TO FICQZNN.
           SELECT FICMVTI ASSIGN TO FICMVTI.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
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

       FD FICTAUX
           RECORDING MODE IS F.
       01     FD-FICTAUX.
         05   FD-FICTAUX-PRODUIT PIC X(01).
         05   FD-FICTAUX-SEUIL  PIC 9(09)V99.
         05   FD-FICTAUX-TAUX   PIC 9(02)V9(04).
         05   FD-FICTAUX-DATE-EFFET PIC 9(08).
         05   FILLER            PIC X(54).

      *    CUMUL DES INTERETS DU LIVRET A LA QUINZAINE PRECEDENTE
      *    (UN ENREGISTREMENT PAR LIVRET, TRIE PAR COMPTE)
       FD FICQZNO
           RECORDING MODE IS F.
       01     FD-FICQZNO.
         05   FD-FICQZNO-NUMCPT PIC X(10).
         05   FD-FICQZNO-EXERCICE PIC 9(04).
         05   FD-FICQZNO-SOLDE-DEBUT PIC S9(09)V99 COMP-3.
         05   FD-FICQZNO-YTD-DPOT-DEBUT PIC S9(07)V99 COMP-3.
         05   FD-FICQZNO-INTERETS PIC S9(07)V9(04) COMP-3.
         05   FD-FICQZNO-NB-QUINZAINES PIC 9(02).
         05   FD-FICQZNO-DATE-QUINZAINE PIC 9(08).
         05   FILLER            PIC X(39).

       FD FICQZNN
           RECORDING MODE IS F.
       01     FD-FICQZNN.
         05   FD-FICQZNN-NUMCPT PIC X(10).
         05   FD-FICQZNN-EXERCICE PIC 9(04).
         05   FD-FICQZNN-SOLDE-DEBUT PIC S9(09)V99 COMP-3.
         05   FD-FICQZNN-YTD-DPOT-DEBUT PIC S9(07)V99 COMP-3.
         05   FD-FICQZNN-INTERETS PIC S9(07)V9(04) COMP-3.
         05   FD-FICQZNN-NB-QUINZAINES PIC 9(02).
         05   FD-FICQZNN-DATE-QUINZAINE PIC 9(08).
         05   FILLER            PIC X(39).

       FD FICMVTI
           RECORDING MODE IS F.
       01     FD-FICMVTI.
         05   FD-FICMVTI-NUMCPT PIC X(10).
         05   FD-FICMVTI-DATE   PIC 9(08).
         05   FD-FICMVTI-CODE   PIC X(01).
         05   FD-FICMVTI-MONTANT PIC 9(08)V99.
         05   FD-FICMVTI-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTI-REFERENCE PIC X(10).
         05   FILLER            PIC X(13).
         05   FD-FICMVTI-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

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
         05   FS-FICTAUX         PIC X(2).
         05   FS-FICQZNO         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (FIN DE QUINZAINE : LE 15 OU LE DERNIER *
      *      JOUR DU MOIS)                                            *
      *      ---------------------------------------------------------*
       01     WS-SYSIN-DATE      PIC 9(08).
       01     WS-SYSIN-DATE-R REDEFINES WS-SYSIN-DATE.
         05   WS-SYSIN-SSAA      PIC 9(04).
         05   WS-SYSIN-MM        PIC 9(02).
         05   WS-SYSIN-JJ        PIC 9(02).

       01     WS-DEBUT-QUINZAINE PIC 9(08).
       01     WS-DEBUT-QUINZAINE-R REDEFINES WS-DEBUT-QUINZAINE.
         05   WS-DEBUT-SSAAMM    PIC 9(06).
         05   WS-DEBUT-JJ        PIC 9(02).

       01     WS-FIN-EXERCICE-SW PIC X(01) VALUE 'N'.
         88   WS-FIN-EXERCICE        VALUE 'O'.

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.
       01     WS-LENDEMAIN       PIC 9(08).
       01     WS-LENDEMAIN-R REDEFINES WS-LENDEMAIN.
         05   FILLER             PIC 9(06).
         05   WS-LENDEMAIN-JJ    PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE (PRODUIT, PLAFOND)                    *
      *      ---------------------------------------------------------*
       COPY CLIVRET.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< TABLE DU BAREME DE TAUX (CHARGEE DEPUIS FICTAUX)        *
      *      ---------------------------------------------------------*
       01     WS-INDICES-TAUX.
         05   IX-TAUX            PIC 9(4) COMP VALUE 0.
         05   IX-TAUX-MAX        PIC 9(4) COMP VALUE 60.
         05   IX-TAUX-CHARG      PIC 9(4) COMP VALUE 0.
         05   IX-TAUX-LIVRET     PIC 9(4) COMP VALUE 0.
       01     WS-TAB-TAUX.
         05   WS-TAUX-POSTE OCCURS 60 TIMES.
           10 WS-TAUX-PRODUIT    PIC X(01).
           10 WS-TAUX-SEUIL      PIC 9(09)V99.
           10 WS-TAUX-TAUX       PIC 9(02)V9(04).
           10 WS-TAUX-DATE-EFFET PIC 9(08).
      *      ---------------------------------------------------------*
      *-----< VERSION DU BAREME EFFECTIVE AU PREMIER JOUR DE LA       *
      *      QUINZAINE (DATE D'EFFET LA PLUS RECENTE NON POSTERIEURE) *
      *      ---------------------------------------------------------*
       01     WS-VERSION-RETENUE PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT COMPTES / CUMULS PAR NUMERO DE COMPTE     *
      *      (HIGH-VALUES EN FIN DE FICHIER)                          *
      *      ---------------------------------------------------------*
       01     WS-CLE-CPTS        PIC X(10).
       01     WS-CLE-QZNO        PIC X(10).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE CALCULS                                    *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-CALCUL.
         05   WS-DEPOTS-QUINZAINE PIC S9(09)V99 COMP-3.
         05   WS-BASE            PIC S9(09)V99 COMP-3.
         05   WS-TAUX-RETENU     PIC 9(02)V9(04).
         05   WS-INTERET-QZN     PIC S9(07)V9(04) COMP-3.
         05   WS-CUMUL-INTERETS  PIC S9(07)V9(04) COMP-3.
         05   WS-INTERET-CREDIT  PIC 9(08)V99.
         05   WS-TOTAL-QZN       PIC S9(09)V9(04) COMP-3 VALUE 0.
         05   WS-TOTAL-CUMUL     PIC S9(09)V9(04) COMP-3 VALUE 0.
         05   WS-TOTAL-CREDITE   PIC S9(09)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-ORPHELIN  PIC S9(09)V9(04) COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-QZNO    PIC 9(8) COMP VALUE 0.
         05   CP-LIVRETS         PIC 9(8) COMP VALUE 0.
         05   CP-NOUVEAUX        PIC 9(8) COMP VALUE 0.
         05   CP-CHANGE-PRODUIT  PIC 9(8) COMP VALUE 0.
         05   CP-ORPHELINS       PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(8) COMP VALUE 0.
         05   CP-ECRITURE-QZNN   PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(36)
                     VALUE 'INTERETS LIVRET PAR QUINZAINE - DU '.
         05   ED-ENT-DEBUT       PIC 9(08).
         05   FILLER PIC X(04) VALUE ' AU '.
         05   ED-ENT-FIN         PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
                     VALUE 'CAPITALISATION ANNUELLE DE L''EXERCICE '.
         05   ED-ENT-EXERCICE    PIC 9(04).

       01     ED-LIGNE-LIVRET.
         05   ED-LIV-NUMCPT      PIC X(10).
         05   FILLER             PIC X(06) VALUE ' BASE '.
         05   ED-LIV-BASE        PIC ZZZZZZZZ9,V99.
         05   FILLER             PIC X(06) VALUE ' TAUX '.
         05   ED-LIV-TAUX        PIC Z9,V9999.
         05   FILLER             PIC X(05) VALUE ' INT '.
         05   ED-LIV-INTERET     PIC ZZZZZ9,V9999.
         05   FILLER             PIC X(07) VALUE ' CUMUL '.
         05   ED-LIV-CUMUL       PIC ZZZZZ9,V9999.

       01     ED-LIGNE-CREDIT.
         05   ED-CRE-NUMCPT      PIC X(10).
         05   ED-CRE-LIBELLE     PIC X(41).
         05   ED-CRE-MONTANT     PIC ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-ORPHELIN.
         05   ED-ORP-NUMCPT      PIC X(10).
         05   FILLER             PIC X(41)
               VALUE ' COMPTE ABSENT - A REGLER MANUELLEMENT : '.
         05   ED-ORP-CUMUL       PIC ZZZZZ9,V9999.

       01     ED-LIGNE-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(41).
         05   ED-TOT-MONTANT     PIC ZZZBZZZBZZ9,V9999.

       01     ED-LIGNE-NOMBRE.
         05   ED-NB-LIBELLE      PIC X(41).
         05   ED-NB-VALEUR       PIC Z(7)9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< QUINZAINE                                               *
      *      ---------------------------------------------------------*
       100-QUINZAINE.
           PERFORM 605-LIRE-SYSIN
           PERFORM 700-CONTROLER-QUINZAINE
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 710-CHARGER-FICTAUX
           PERFORM 802-ENTETE-FICETAT

           PERFORM 610-LIRE-FICCPTS
           PERFORM 612-LIRE-FICQZNO
           PERFORM 200-RAPPROCHER
             UNTIL WS-CLE-CPTS = HIGH-VALUES
               AND WS-CLE-QZNO = HIGH-VALUES

           PERFORM 803-TRAILER-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           IF CP-ORPHELINS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT D'UN COMPTE ET DE SON CUMUL               *
      *      ---------------------------------------------------------*
       200-RAPPROCHER.
           EVALUATE TRUE
              WHEN WS-CLE-CPTS = WS-CLE-QZNO
                 PERFORM 300-LIVRET-SUIVI
                 PERFORM 610-LIRE-FICCPTS
                 PERFORM 612-LIRE-FICQZNO
              WHEN WS-CLE-CPTS < WS-CLE-QZNO
                 PERFORM 310-COMPTE-SANS-CUMUL
                 PERFORM 610-LIRE-FICCPTS
              WHEN OTHER
                 PERFORM 320-CUMUL-ORPHELIN
                 PERFORM 612-LIRE-FICQZNO
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE DEJA SUIVI : INTERET DE LA QUINZAINE ; SI LE     *
      *      COMPTE N'EST PLUS UN LIVRET, LE CUMUL EST CREDITE ET LE  *
      *      SUIVI S'ARRETE                                           *
      *      ---------------------------------------------------------*
       300-LIVRET-SUIVI.
           MOVE FD-FICQZNO-INTERETS TO WS-CUMUL-INTERETS
           IF FD-FICCPTS-PRODUIT = WS-LIVRET-PRODUIT
              ADD 1 TO CP-LIVRETS
              PERFORM 720-CALCULER-BASE
              PERFORM 730-RECH-TAUX
              PERFORM 740-CALCULER-INTERET
              ADD WS-INTERET-QZN TO WS-CUMUL-INTERETS
              PERFORM 804-LIGNE-LIVRET
              IF WS-FIN-EXERCICE
                 PERFORM 400-CAPITALISER
              ELSE
                 PERFORM 635-ECRIRE-FICQZNN-SUIVI
              END-IF
           ELSE
              ADD 1 TO CP-CHANGE-PRODUIT
              MOVE ' PRODUIT MODIFIE - INTERETS CREDITES : '
                   TO ED-CRE-LIBELLE
              PERFORM 410-CREDITER-CUMUL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE SANS CUMUL : UN LIVRET OUVERT DEPUIS LA DERNIERE *
      *      QUINZAINE ENTRE EN SUIVI SANS INTERET (LES FONDS PORTENT *
      *      INTERET A PARTIR DE LA QUINZAINE SUIVANTE)               *
      *      ---------------------------------------------------------*
       310-COMPTE-SANS-CUMUL.
           IF FD-FICCPTS-PRODUIT = WS-LIVRET-PRODUIT
              ADD 1 TO CP-LIVRETS
              ADD 1 TO CP-NOUVEAUX
              MOVE 0 TO WS-CUMUL-INTERETS
              MOVE 0 TO WS-INTERET-CREDIT
              PERFORM 636-ECRIRE-FICQZNN-NOUVEAU
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CUMUL SANS COMPTE (COMPTE CLOS OU PURGE) : LISTE POUR   *
      *      REGLEMENT MANUEL, LE SUIVI S'ARRETE                      *
      *      ---------------------------------------------------------*
       320-CUMUL-ORPHELIN.
           ADD 1 TO CP-ORPHELINS
           ADD FD-FICQZNO-INTERETS TO WS-TOTAL-ORPHELIN
           PERFORM 806-LIGNE-ORPHELIN
           .

      *      ---------------------------------------------------------*
      *-----< FIN D'EXERCICE : CREDIT DU CUMUL DE L'ANNEE ET DEPART   *
      *      D'UN NOUVEL EXERCICE (LES CUMULS ANNUELS DU COMPTE SONT  *
      *      REMIS A ZERO PAR BANKYEND)                               *
      *      ---------------------------------------------------------*
       400-CAPITALISER.
           MOVE ' INTERETS ANNUELS CREDITES : ' TO ED-CRE-LIBELLE
           PERFORM 410-CREDITER-CUMUL
           PERFORM 636-ECRIRE-FICQZNN-NOUVEAU
           .

      *    LE CUMUL A QUATRE DECIMALES EST ARRONDI AU CENTIME PAR LE
      *    SERVICE FINANCIER COMMUN (ARRONDI BANCAIRE)
       410-CREDITER-CUMUL.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-ARRONDI        TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           MOVE WS-CUMUL-INTERETS        TO MODULE-MONTANT-BRUT
           PERFORM 745-APPELER-SPTP6AA
           MOVE MODULE-RESULTAT TO WS-INTERET-CREDIT
           IF WS-INTERET-CREDIT > 0
              PERFORM 630-ECRIRE-FICMVTI
              PERFORM 805-LIGNE-CREDIT
           END-IF
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
           OPEN INPUT FICTAUX
           IF FS-FICTAUX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTAUX   FS-FICTAUX = '
                      FS-FICTAUX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICQZNO
           IF FS-FICQZNO NOT = 00 AND FS-FICQZNO NOT = 05
              DISPLAY ' ERREUR OUVERTURE FICQZNO   FS-FICQZNO = '
                      FS-FICQZNO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICQZNN
           OPEN OUTPUT FICMVTI
           OPEN OUTPUT FICETAT
           .

       605-LIRE-SYSIN.
           ACCEPT WS-SYSIN-DATE FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              DISPLAY 'DATE DE FIN DE QUINZAINE SYSIN INVALIDE : '
                      WS-SYSIN-DATE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS = '10'
              MOVE HIGH-VALUES TO WS-CLE-CPTS
           ELSE
              ADD 1 TO CP-LECTURE-CPTS
              MOVE FD-FICCPTS-NUMCPT TO WS-CLE-CPTS
           END-IF
           .

       611-LIRE-FICTAUX.
           READ FICTAUX
           .

      *    UNE QUINZAINE DEJA TRAITEE OU UN EXERCICE NON CAPITALISE
      *    ARRETENT LE TRAITEMENT AVANT TOUTE ECRITURE EN DOUBLE
       612-LIRE-FICQZNO.
           READ FICQZNO
           IF FS-FICQZNO = '10'
              MOVE HIGH-VALUES TO WS-CLE-QZNO
           ELSE
              ADD 1 TO CP-LECTURE-QZNO
              MOVE FD-FICQZNO-NUMCPT TO WS-CLE-QZNO
              IF FD-FICQZNO-DATE-QUINZAINE NOT < WS-SYSIN-DATE
                 DISPLAY 'QUINZAINE DEJA TRAITEE LE '
                         FD-FICQZNO-DATE-QUINZAINE
                         ' COMPTE ' FD-FICQZNO-NUMCPT
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              IF FD-FICQZNO-EXERCICE NOT = WS-SYSIN-SSAA
                 DISPLAY 'EXERCICE ' FD-FICQZNO-EXERCICE
                         ' NON CAPITALISE - COMPTE '
                         FD-FICQZNO-NUMCPT
                 PERFORM 998-ARRET-ANORMAL
              END-IF
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICTAUX
           CLOSE FICQZNO
           CLOSE FICQZNN
           CLOSE FICMVTI
           CLOSE FICETAT
           .

      *    MOUVEMENT D'INTERETS DATE ET VALEUR FIN DE QUINZAINE ;
      *    LA REFERENCE 'LIV' + EXERCICE IDENTIFIE LE LIVRET
       630-ECRIRE-FICMVTI.
           MOVE SPACES TO FD-FICMVTI
           MOVE FD-FICCPTS-NUMCPT TO FD-FICMVTI-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICMVTI-DATE
           MOVE 'I' TO FD-FICMVTI-CODE
           MOVE WS-INTERET-CREDIT TO FD-FICMVTI-MONTANT
           MOVE FD-FICCPTS-DEVISE TO FD-FICMVTI-DEVISE
           MOVE 'LIV' TO FD-FICMVTI-REFERENCE
           MOVE WS-SYSIN-SSAA TO FD-FICMVTI-REFERENCE (4:4)
           MOVE WS-SYSIN-DATE TO FD-FICMVTI-DATE-VALEUR
           WRITE FD-FICMVTI
           ADD 1 TO CP-MVTS-EMIS
           ADD WS-INTERET-CREDIT TO WS-TOTAL-CREDITE
           .

      *    SUITE DE L'EXERCICE : LE SOLDE ET LES DEPOTS DE FIN DE
      *    QUINZAINE SERVENT DE DEPART A LA SUIVANTE
       635-ECRIRE-FICQZNN-SUIVI.
           MOVE SPACES TO FD-FICQZNN
           MOVE FD-FICCPTS-NUMCPT TO FD-FICQZNN-NUMCPT
           MOVE WS-SYSIN-SSAA TO FD-FICQZNN-EXERCICE
           MOVE FD-FICCPTS-SOLDE TO FD-FICQZNN-SOLDE-DEBUT
           MOVE FD-FICCPTS-YTD-DPOT TO FD-FICQZNN-YTD-DPOT-DEBUT
           MOVE WS-CUMUL-INTERETS TO FD-FICQZNN-INTERETS
           COMPUTE FD-FICQZNN-NB-QUINZAINES =
                   FD-FICQZNO-NB-QUINZAINES + 1
           MOVE WS-SYSIN-DATE TO FD-FICQZNN-DATE-QUINZAINE
           WRITE FD-FICQZNN
           ADD 1 TO CP-ECRITURE-QZNN
           .

      *    NOUVEAU LIVRET OU NOUVEL EXERCICE : CUMUL A ZERO ; EN FIN
      *    D'EXERCICE LE SOLDE DE DEPART INCLUT LES INTERETS CREDITES
      *    ET LES DEPOTS REPARTENT DE ZERO (REMISE A ZERO BANKYEND)
       636-ECRIRE-FICQZNN-NOUVEAU.
           MOVE SPACES TO FD-FICQZNN
           MOVE FD-FICCPTS-NUMCPT TO FD-FICQZNN-NUMCPT
           MOVE 0 TO FD-FICQZNN-INTERETS
           MOVE 0 TO FD-FICQZNN-NB-QUINZAINES
           MOVE WS-SYSIN-DATE TO FD-FICQZNN-DATE-QUINZAINE
           IF WS-FIN-EXERCICE
              COMPUTE FD-FICQZNN-EXERCICE = WS-SYSIN-SSAA + 1
              COMPUTE FD-FICQZNN-SOLDE-DEBUT =
                      FD-FICCPTS-SOLDE + WS-INTERET-CREDIT
              MOVE 0 TO FD-FICQZNN-YTD-DPOT-DEBUT
           ELSE
              MOVE WS-SYSIN-SSAA TO FD-FICQZNN-EXERCICE
              MOVE FD-FICCPTS-SOLDE TO FD-FICQZNN-SOLDE-DEBUT
              MOVE FD-FICCPTS-YTD-DPOT TO FD-FICQZNN-YTD-DPOT-DEBUT
           END-IF
           WRITE FD-FICQZNN
           ADD 1 TO CP-ECRITURE-QZNN
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< LA QUINZAINE SE TERMINE LE 15 OU LE DERNIER JOUR DU     *
      *      MOIS (LE LENDEMAIN EST UN PREMIER DU MOIS) ; ELLE        *
      *      COMMENCE LE 1ER OU LE 16                                 *
      *      ---------------------------------------------------------*
       700-CONTROLER-QUINZAINE.
           MOVE WS-SYSIN-DATE TO WS-DEBUT-QUINZAINE
           IF WS-SYSIN-JJ = 15
              MOVE 01 TO WS-DEBUT-JJ
           ELSE
              SET SCALJOU-FCT-AJOUTER TO TRUE
              MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
              MOVE 1 TO SCALJOU-NB-JOURS
              CALL 'SCALJOU' USING SCALJOU-COMMAREA
              IF NOT SCALJOU-STATUS-OK
                 DISPLAY 'DATE DE FIN DE QUINZAINE INVALIDE : '
                         SCALJOU-MESSAGE
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              MOVE SCALJOU-DATE2 TO WS-LENDEMAIN
              IF WS-LENDEMAIN-JJ NOT = 01
                 DISPLAY 'LA DATE ' WS-SYSIN-DATE
                         ' N''EST PAS UNE FIN DE QUINZAINE'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              MOVE 16 TO WS-DEBUT-JJ
              IF WS-SYSIN-MM = 12
                 SET WS-FIN-EXERCICE TO TRUE
              END-IF
           END-IF
           .

       710-CHARGER-FICTAUX.
           PERFORM 611-LIRE-FICTAUX
           PERFORM VARYING IX-TAUX FROM 1 BY 1
                     UNTIL FS-FICTAUX = '10'
                        OR IX-TAUX > IX-TAUX-MAX
              MOVE FD-FICTAUX-PRODUIT TO WS-TAUX-PRODUIT (IX-TAUX)
              MOVE FD-FICTAUX-SEUIL TO WS-TAUX-SEUIL (IX-TAUX)
              MOVE FD-FICTAUX-TAUX  TO WS-TAUX-TAUX (IX-TAUX)
              IF FD-FICTAUX-DATE-EFFET NUMERIC
                 MOVE FD-FICTAUX-DATE-EFFET
                      TO WS-TAUX-DATE-EFFET (IX-TAUX)
              ELSE
                 MOVE 0 TO WS-TAUX-DATE-EFFET (IX-TAUX)
              END-IF
              IF FD-FICTAUX-PRODUIT = WS-LIVRET-PRODUIT
                 ADD 1 TO IX-TAUX-LIVRET
              END-IF
              PERFORM 611-LIRE-FICTAUX
           END-PERFORM
           COMPUTE IX-TAUX-CHARG = IX-TAUX - 1
           IF IX-TAUX-LIVRET = 0
              DISPLAY 'ERREUR : AUCUN TAUX DU LIVRET DANS FICTAUX'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< BASE DE LA QUINZAINE : LES DEPOTS DE LA QUINZAINE NE    *
      *      PORTENT PAS ENCORE INTERET, LES RETRAITS N'EN PORTENT    *
      *      PLUS ; SOIT LE SOLDE DE FIN MOINS LES DEPOTS, SANS       *
      *      DEPASSER LE SOLDE DE DEBUT                               *
      *      ---------------------------------------------------------*
       720-CALCULER-BASE.
           COMPUTE WS-DEPOTS-QUINZAINE =
                   FD-FICCPTS-YTD-DPOT - FD-FICQZNO-YTD-DPOT-DEBUT
           IF WS-DEPOTS-QUINZAINE < 0
              MOVE 0 TO WS-DEPOTS-QUINZAINE
           END-IF
           COMPUTE WS-BASE = FD-FICCPTS-SOLDE - WS-DEPOTS-QUINZAINE
           IF WS-BASE > FD-FICQZNO-SOLDE-DEBUT
              MOVE FD-FICQZNO-SOLDE-DEBUT TO WS-BASE
           END-IF
           IF WS-BASE < 0
              MOVE 0 TO WS-BASE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PALIER DE TAUX DU LIVRET POUR LA BASE, DANS LA VERSION  *
      *      DU BAREME EFFECTIVE AU DEBUT DE LA QUINZAINE             *
      *      ---------------------------------------------------------*
       730-RECH-TAUX.
           MOVE 0 TO WS-VERSION-RETENUE
           PERFORM VARYING IX-TAUX FROM 1 BY 1
                     UNTIL IX-TAUX > IX-TAUX-CHARG
              IF WS-TAUX-PRODUIT (IX-TAUX) = WS-LIVRET-PRODUIT
                 AND WS-TAUX-DATE-EFFET (IX-TAUX)
                     NOT > WS-DEBUT-QUINZAINE
                 AND WS-TAUX-DATE-EFFET (IX-TAUX)
                     NOT < WS-VERSION-RETENUE
                 MOVE WS-TAUX-DATE-EFFET (IX-TAUX)
                      TO WS-VERSION-RETENUE
              END-IF
           END-PERFORM
           MOVE 0 TO WS-TAUX-RETENU
           PERFORM VARYING IX-TAUX FROM 1 BY 1
                     UNTIL IX-TAUX > IX-TAUX-CHARG
              IF WS-TAUX-PRODUIT (IX-TAUX) = WS-LIVRET-PRODUIT
                 AND WS-TAUX-DATE-EFFET (IX-TAUX)
                     = WS-VERSION-RETENUE
                 AND WS-BASE NOT < WS-TAUX-SEUIL (IX-TAUX)
                 MOVE WS-TAUX-TAUX (IX-TAUX) TO WS-TAUX-RETENU
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< INTERET D'UNE QUINZAINE : 15 JOURS EN BASE 30/360 PAR   *
      *      LE SERVICE FINANCIER COMMUN (BASE * TAUX / 24) ; LE      *
      *      MONTANT NON ARRONDI EST GARDE A QUATRE DECIMALES JUSQU'AU*
      *      CREDIT ANNUEL                                            *
      *      ---------------------------------------------------------*
       740-CALCULER-INTERET.
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-INTERET        TO TRUE
           MOVE WS-BASE                  TO MODULE-CAPITAL
           MOVE WS-TAUX-RETENU           TO MODULE-TAUX
           MOVE 15                       TO MODULE-NB-JOURS
           SET MODULE-BASE-30-360        TO TRUE
           SET MODULE-INTERET-SIMPLE     TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           PERFORM 745-APPELER-SPTP6AA
           MOVE MODULE-MONTANT-BRUT TO WS-INTERET-QZN
           ADD WS-INTERET-QZN TO WS-TOTAL-QZN
           .

       745-APPELER-SPTP6AA.
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA COMPTE ' FD-FICCPTS-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'FIN DE QUINZAINE               : ' WS-SYSIN-DATE
           DISPLAY 'COMPTES LUS                    : ' CP-LECTURE-CPTS
           DISPLAY 'CUMULS LUS                     : ' CP-LECTURE-QZNO
           DISPLAY 'LIVRETS TRAITES                : ' CP-LIVRETS
           DISPLAY 'DONT NOUVEAUX LIVRETS          : ' CP-NOUVEAUX
           DISPLAY 'CHANGEMENTS DE PRODUIT         : ' CP-CHANGE-PRODUIT
           DISPLAY 'CUMULS SANS COMPTE             : ' CP-ORPHELINS
           DISPLAY 'MOUVEMENTS I EMIS              : ' CP-MVTS-EMIS
           DISPLAY 'CUMULS ECRITS                  : ' CP-ECRITURE-QZNN
           .

       802-ENTETE-FICETAT.
           MOVE WS-DEBUT-QUINZAINE TO ED-ENT-DEBUT
           MOVE WS-SYSIN-DATE TO ED-ENT-FIN
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           IF WS-FIN-EXERCICE
              MOVE WS-SYSIN-SSAA TO ED-ENT-EXERCICE
              MOVE ED-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED
           END-IF
           MOVE SPACES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-TRAILER-FICETAT.
           MOVE SPACES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'TOTAL DES INTERETS DE LA QUINZAINE     : '
                TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-QZN TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'TOTAL DES CUMULS DES LIVRETS           : '
                TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-CUMUL TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'TOTAL DES INTERETS CREDITES            : '
                TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-CREDITE TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'TOTAL DES CUMULS A REGLER MANUELLEMENT : '
                TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-ORPHELIN TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'NOMBRE DE LIVRETS TRAITES              : '
                TO ED-NB-LIBELLE
           MOVE CP-LIVRETS TO ED-NB-VALEUR
           MOVE ED-LIGNE-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'NOMBRE DE MOUVEMENTS I EMIS            : '
                TO ED-NB-LIBELLE
           MOVE CP-MVTS-EMIS TO ED-NB-VALEUR
           MOVE ED-LIGNE-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-LIVRET.
           ADD WS-CUMUL-INTERETS TO WS-TOTAL-CUMUL
           MOVE FD-FICCPTS-NUMCPT TO ED-LIV-NUMCPT
           MOVE WS-BASE TO ED-LIV-BASE
           MOVE WS-TAUX-RETENU TO ED-LIV-TAUX
           MOVE WS-INTERET-QZN TO ED-LIV-INTERET
           MOVE WS-CUMUL-INTERETS TO ED-LIV-CUMUL
           MOVE ED-LIGNE-LIVRET TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       805-LIGNE-CREDIT.
           MOVE FD-FICCPTS-NUMCPT TO ED-CRE-NUMCPT
           MOVE WS-INTERET-CREDIT TO ED-CRE-MONTANT
           MOVE ED-LIGNE-CREDIT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-LIGNE-ORPHELIN.
           MOVE FD-FICQZNO-NUMCPT TO ED-ORP-NUMCPT
           MOVE FD-FICQZNO-INTERETS TO ED-ORP-CUMUL
           MOVE ED-LIGNE-ORPHELIN TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPQZN ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

      *   - SECONDE LECTURE : CHAINE COMPLETE PAR MOUVEMENT :         *
      *     . CONTROLES COBTPPRE (NUMCPT, DATE, CODE, MONTANT,        *
      *       MANDAT 'P', CARTE 'C', CHEQUE 'Q') -> FICREJM           *
      *     . AGENCE RENSEIGNEE INCONNUE DU REFERENTIEL FICAGE OU     *
      *       FERMEE A LA DATE DU MOUVEMENT -> FICREJM (AGENCE A      *
      *       BLANC ADMISE : CANAUX SANS AGENCE)                      *
      *     . MOUVEMENTS FUTURS MIS EN ATTENTE (FICHOLDN),            *
      *       ANTIDATES DE PLUS DE N JOURS EDITES                     *
      *     . DOUBLES RETENUS SUR FICSUSPD SAUF DEROGATION FICDEROG   *
      *     . JAMBES 'V' ORPHELINES SUR FICREJV, JAMAIS A MOITIE      *
      *       POSTEES                                                 *
      *     . VIREMENT ENTRE DEVISES : LES DEUX JAMBES PORTENT LE     *
      *       MONTANT DE L'ORDRE (DEVISE DU COMPTE EMETTEUR) ET       *
      *       S'APPARIENT SUR REFERENCE + MONTANT QUELLE QUE SOIT     *
      *       LEUR DEVISE ; LA JAMBE CREDIT EST CONVERTIE DANS SA     *
      *       DEVISE AU COURS DU JOUR FICDEVI MOINS LA MARGE DE       *
      *       CHANGE (SYSIN), LA MARGE PART EN CODE 'G' DANS FICMRGX  *
      *       POUR L'INTERFACE COMPTABLE COBTPGLI. UN COURS ABSENT    *
      *       OU PERIME (NON RAFRAICHI PAR COBTPDEX) RETIENT LES      *
      *       DEUX JAMBES SUR FICREJV                                 *
      *     . VIREMENT (ORDRE PERMANENT COMPRIS) QUI PORTERAIT LE     *
      *       SOLDE D'UN LIVRET REGLEMENTE CREDITE (PRODUIT 'L' DU    *
      *       MAITRE FICCPT) AU-DELA DU PLAFOND LEGAL (CLIVRET) :     *
      *       LES DEUX JAMBES SONT RETENUES SUR FICREJV               *
      * UNE CARTE RENOUVELEE (STATUT 'N', COBTPREN) EST ACTIVEE A SA  *
      * PREMIERE UTILISATION ACCEPTEE ; SA PREDECESSEUR EST ALORS     *
      * RESILIEE. LES DEUX TRANSACTIONS M SONT DEPOSEES DANS FICACTK  *
      * POUR LA MAINTENANCE COBTPCRT (BANKCART).                      *
      * LES FICHIERS DE REJET ET LES COMPTEURS PAR ETAGE RESTENT      *
      * CEUX QU'ATTENDENT COBTPSUS, COBTPBAL ET LES EDITIONS.         *
      *---------------------------------------------------------------*
      *          |          |      | (MARQUEURS FICEXPM, FACULTATIF)  *
      *          |          |      | ECARTES POUR NE PAS DOUBLE       *
      *          |          |      | POSTER                           *
      * 15/10/26 |  ALOIS.A |      | CARTES RENOUVELEES : STATUT 'N'  *
      *          |          |      | ACCEPTE, ACTIVATION A LA         *
      *          |          |      | PREMIERE UTILISATION ET          *
      *          |          |      | RESILIATION DE L'ANCIENNE CARTE  *
      *          |          |      | (FICACTK)                        *
      * 15/10/26 |  ALOIS.A |      | FICCART LU SUR LE KSDS : LES     *
      *          |          |      | OPPOSITIONS EN LIGNE (CICTPOPP)  *
      *          |          |      | SONT PRISES SANS ATTENDRE        *
      *          |          |      | BANKCART                         *
      * 15/10/26 |  ALOIS.A |      | CODE 'S' (RETENUE A LA SOURCE    *
      *          |          |      | SUR INTERETS) ACCEPTE, Y COMPRIS *
      *          |          |      | EN ORIGINE D'EXTOURNE            *
      * 15/10/26 |  ALOIS.A |      | VIREMENTS ENTRE DEVISES : CREDIT *
      *          |          |      | CONVERTI AU COURS FICDEVI MOINS  *
      *          |          |      | LA MARGE (SYSIN), MARGE EN CODE  *
      *          |          |      | 'G' DANS FICMRGX ; COURS PERIME  *
      *          |          |      | = JAMBES RETENUES SUR FICREJV    *
      * 15/10/26 |  ALOIS.A |      | AGENCE DES MOUVEMENTS CONTROLEE  *
      *          |          |      | SUR LE REFERENTIEL FICAGE :      *
      *          |          |      | INCONNUE OU FERMEE -> REJET      *
      *          |          |      | INDICATEUR AGENCE (FICREJM)      *
      * 15/10/26 |  ALOIS.A |      | VIREMENT VERS UN LIVRET AU-DELA  *
      *          |          |      | DU PLAFOND LEGAL (CLIVRET, SOLDE *
      *          |          |      | DU MAITRE FICCPT) : LES DEUX     *
      *          |          |      | JAMBES RETENUES SUR FICREJV      *
      * 15/10/26 |  ALOIS.A |      | CARTE RENOUVELEE ACTIVEE APRES   *
      *          |          |      | LE DEDOUBLONNAGE (MOUVEMENT      *
      *          |          |      | NON SUSPENDU)                    *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FICEXPM ASSIGN TO FICEXPM
                  FILE STATUS IS FS-FICEXPM.
           SELECT FICMAND ASSIGN TO FICMAND FILE STATUS IS FS-FICMAND.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICCHQB ASSIGN TO FICCHQB FILE STATUS IS FS-FICCHQB.
           SELECT FICCHQO ASSIGN TO FICCHQO FILE STATUS IS FS-FICCHQO.
           SELECT FICCHQP ASSIGN TO FICCHQP
           RECORD KEY IS FD-FICCHQP-CLE
           FILE STATUS IS FS-FICCHQP.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICACTK ASSIGN TO FICACTK.
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
           SELECT FICMRGX ASSIGN TO FICMRGX.
           SELECT FICAGE  ASSIGN TO FICAGE  FILE STATUS IS FS-FICAGE.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
         05   FD-FICMVTS-MONTANT-X REDEFINES FD-FICMVTS-MONTANT
                                PIC X(10).
         05   FD-FICMVTS-DEVISE PIC X(03).
         05   FD-FICMVTS-AGENCE PIC X(03).
         05   FILLER            PIC X(05).
         05   FD-FICMVTS-REFERENCE PIC X(10).
         05   FD-FICMVTS-CONTREPARTIE PIC X(10).
         05   FD-FICMVTS-PRODUIT PIC X(01).
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    TRANSACTIONS D'ACTIVATION AU FORMAT FICMAJK (COBTPCRT)
       FD FICACTK
           RECORDING MODE IS F.
       01     FD-FICACTK.
         05   FD-FICACTK-ACTION PIC X(01).
         05   FD-FICACTK-NUMCART PIC X(09).
         05   FD-FICACTK-NUMCPT PIC X(10).
         05   FD-FICACTK-EXPIR  PIC 9(06).
         05   FD-FICACTK-STATUT PIC X(01).
         05   FD-FICACTK-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(45).

      *    BAREME DES COURS (1 UNITE = TAUX EN EUR), DATE DU COURS
      *    POSEE PAR COBTPDEX A CHAQUE RAFRAICHISSEMENT
       FD FICDEVI
           RECORDING MODE IS F.
       01     FD-FICDEVI.
         05   FD-FICDEVI-DEVISE PIC X(03).
         05   FD-FICDEVI-TAUX   PIC 9(03)V9(06).
         05   FD-FICDEVI-DATE-COURS PIC 9(08).
         05   FILLER            PIC X(60).

      *    MARGES DE CHANGE DES VIREMENTS ENTRE DEVISES, AU FORMAT
      *    MOUVEMENT (CODE 'G', MONTANT EN EUR) POUR COBTPGLI
       FD FICMRGX
           RECORDING MODE IS F.
       01     FD-FICMRGX.
         05   FD-FICMRGX-NUMCPT PIC X(10).
         05   FD-FICMRGX-DATE   PIC 9(08).
         05   FD-FICMRGX-CODE   PIC X(01).
         05   FD-FICMRGX-MONTANT PIC 9(08)V99.
         05   FD-FICMRGX-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMRGX-REFERENCE PIC X(10).
         05   FD-FICMRGX-CONTREPARTIE PIC X(10).
         05   FD-FICMRGX-PRODUIT PIC X(01).
         05   FD-FICMRGX-SENS   PIC X(01).
         05   FD-FICMRGX-CODE-ORIGINE PIC X(01).
         05   FD-FICMRGX-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

       FD FICREJM
           RECORDING MODE IS F.
       01     FD-FICREJM.
         05   FD-FICREJM-ANO-CARTE PIC X(01).
         05   FD-FICREJM-ANO-CHEQUE PIC X(01).
         05   FD-FICREJM-ANO-OPPCHQ PIC X(01).
         05   FD-FICREJM-ANO-AGENCE PIC X(01).
         05   FILLER            PIC X(31).

       FD FICDEROG
           RECORDING MODE IS F.
         05   FD-FICMAND-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(33).

       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

       FD FICCHQB
           RECORDING MODE IS F.
         05 FD-FICCHQP-DATE           PIC 9(08).
         05 FILLER                    PIC X(05).

      *    REFERENTIEL DES AGENCES TENU PAR COBTPAGE
       FD FICAGE
           RECORDING MODE IS F.
       COPY CAGENCE.

      *    MAITRE DES COMPTES : PRODUIT ET SOLDE DU COMPTE CREDITE
      *    D'UN VIREMENT (PLAFOND DU LIVRET REGLEMENTE)
       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FD-FICCPT-DATE-OUV        PIC 9(08).
         05 FD-FICCPT-SOLDE           PIC S9(09)V9(02) COMP-3.
         05 FD-FICCPT-DATE-MAJ        PIC 9(08).
         05 FD-FICCPT-NOM             PIC X(20).
         05 FD-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
         05   FS-FICCHQB         PIC X(2).
         05   FS-FICCHQO         PIC X(2).
         05   FS-FICCHQP         PIC X(2).
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICAGE          PIC X(2).
         05   FS-FICCPT          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< PASSE EN COURS : '1' = RECENSEMENT DES VIREMENTS,       *
         88   WS-PASSE-ECRITURE      VALUE '2'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT, SEUIL D'ANTIDATE,  *
      *      MARGE DE CHANGE EN POURCENT AVEC 2 DECIMALES)            *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-NB-JOURS  PIC 9(02).
         05   WS-SYSIN-MARGE-PCT PIC 9(02)V99.

       01     WS-DATE-PIVOT-N    PIC 9(08).

         05   WS-ANO-CARTE       PIC X VALUE SPACE.
         05   WS-ANO-CHEQUE      PIC X VALUE SPACE.
         05   WS-ANO-OPPCHQ      PIC X VALUE SPACE.
         05   WS-ANO-AGENCE      PIC X VALUE SPACE.
       01     WS-MVT-VALIDE      PIC X VALUE 'O'.
         88   WS-MVT-OK              VALUE 'O'.
         88   WS-MVT-KO              VALUE 'N'.
           10 WS-CRT-NUMCPT      PIC X(10).
           10 WS-CRT-EXPIR       PIC 9(06).
           10 WS-CRT-STATUT      PIC X(01).
           10 WS-CRT-PREC        PIC X(09).
       01     WS-MOIS-MOUVEMENT  PIC 9(06).
       01     IX-CRT-PREC        PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< TABLES DES CARNETS DE CHEQUES ET DES OPPOSITIONS        *
           10 WS-OPQ-SERIE-DEB   PIC 9(07).
           10 WS-OPQ-SERIE-FIN   PIC 9(07).

      *      ---------------------------------------------------------*
      *-----< TABLE DU REFERENTIEL DES AGENCES (FICAGE)               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-AGENCE.
         05   IX-AGE             PIC 9(4) COMP VALUE 0.
         05   IX-AGE-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-AGE-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-AGE-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-AGENCE.
         05   WS-AGE-POSTE OCCURS 500 TIMES.
           10 WS-AGE-CODE        PIC X(03).
           10 WS-AGE-DATE-OUV    PIC 9(08).
           10 WS-AGE-DATE-FERM   PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< GROUPE COURANT DU DEDOUBLONNAGE (MEME NUMCPT ET DATE)   *
      *      ---------------------------------------------------------*
           10 WS-VIR-MONTANT     PIC 9(08)V99.
           10 WS-VIR-NB-EMIS     PIC 9(4) COMP.
           10 WS-VIR-NB-RECU     PIC 9(4) COMP.
           10 WS-VIR-DEVISE-EMIS PIC X(03).
           10 WS-VIR-DEVISE-RECU PIC X(03).
           10 WS-VIR-PLAFOND     PIC X(01).
             88 WS-VIR-HORS-PLAFOND  VALUE 'O'.
       01     WS-DEVISE-JAMBE    PIC X(03).

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : SOLDE DU COMPTE CREDITE EN COURS    *
      *      (MAITRE FICCPT PLUS LES JAMBES CREDIT DEJA ADMISES, LE   *
      *      FICMVTS ETANT TRIE PAR COMPTE)                           *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01     WS-PLF-NUMCPT      PIC X(10) VALUE LOW-VALUES.
       01     WS-PLF-PRODUIT     PIC X(01).
       01     WS-PLF-SOLDE       PIC S9(09)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< BAREME DES DEVISES (1 UNITE = TAUX EN EUR) : UN COURS   *
      *      NON RAFRAICHI PAR COBTPDEX GARDE SON ANCIENNE DATE, IL   *
      *      EST PERIME S'IL EST PLUS ANCIEN QUE LE BAREME            *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DEVISE.
         05   IX-DEVI            PIC 9(4) COMP VALUE 0.
         05   IX-DEVI-MAX        PIC 9(4) COMP VALUE 20.
         05   IX-DEVI-CHARG      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DEVISE.
         05   WS-DEVI-POSTE OCCURS 20 TIMES.
           10 WS-DEVI-CODE       PIC X(03).
           10 WS-DEVI-TAUX       PIC 9(03)V9(06).
           10 WS-DEVI-DATE       PIC 9(08).
       01     WS-DATE-BAREME     PIC 9(08) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< CONVERSION D'UNE JAMBE CREDIT ENTRE DEVISES             *
      *      ---------------------------------------------------------*
       01     WS-CHANGE.
         05   WS-CHG-DEVISE      PIC X(03).
         05   WS-CHG-TAUX        PIC 9(03)V9(06).
         05   WS-CHG-TAUX-EMIS   PIC 9(03)V9(06).
         05   WS-CHG-TAUX-RECU   PIC 9(03)V9(06).
         05   WS-CHG-MT-ORDRE    PIC 9(08)V99.
         05   WS-CHG-MT-BRUT     PIC 9(08)V99.
         05   WS-CHG-MT-MARGE    PIC 9(08)V99.
         05   WS-CHG-MARGE-EUR   PIC 9(08)V99.
       01     WS-SWITCH-COURS    PIC X VALUE 'O'.
         88   WS-COURS-UTILISABLE    VALUE 'O'.
         88   WS-COURS-PERIME        VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS (PAR ETAGE, COMME LES TROIS      *
         05   CP-MVTS-SANS-MANDAT PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-CARTE-KO   PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-OPPOSITION PIC 9(4) COMP VALUE 0.
         05   CP-CARTES-ACTIVEES PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-CHEQUE-KO  PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-OPPCHQ     PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-AGENCE-KO  PIC 9(4) COMP VALUE 0.
         05   CP-MVTS-LIBERES    PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-SUSPECTS   PIC 9(6) COMP VALUE 0.
         05   CP-DEROGATIONS     PIC 9(6) COMP VALUE 0.
         05   CP-VIR-LIBERES     PIC 9(6) COMP VALUE 0.
         05   CP-VIR-ORPHELINS   PIC 9(6) COMP VALUE 0.
         05   CP-VIR-CONVERTIS   PIC 9(6) COMP VALUE 0.
         05   CP-VIR-CHG-BLOQUES PIC 9(6) COMP VALUE 0.
         05   CP-VIR-PLAFOND     PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-EXPRESS    PIC 9(6) COMP VALUE 0.
         05   CP-AUTRES          PIC 9(6) COMP VALUE 0.

           PERFORM 775-CHARGER-FICCHQO
           PERFORM 780-CHARGER-FICDEROG
           PERFORM 785-CHARGER-FICEXPM
           PERFORM 790-CHARGER-FICDEVI
           PERFORM 796-CHARGER-FICAGE

      *    PREMIERE LECTURE : RECENSEMENT DES JAMBES DE VIREMENT
      *    QUI SURVIVRONT A L'EDIT ET AU DEDOUBLONNAGE

       320-CENSER-JAMBE.
           PERFORM 740-RECH-OU-CREER-VIR
           PERFORM 741-DEVISE-JAMBE
           IF FD-FICMVTS-SENS-EMIS
              ADD 1 TO WS-VIR-NB-EMIS (IX-VIR-CPT)
              IF WS-VIR-DEVISE-EMIS (IX-VIR-CPT) = SPACES
                 MOVE WS-DEVISE-JAMBE
                      TO WS-VIR-DEVISE-EMIS (IX-VIR-CPT)
              END-IF
           ELSE
              ADD 1 TO WS-VIR-NB-RECU (IX-VIR-CPT)
              IF WS-VIR-DEVISE-RECU (IX-VIR-CPT) = SPACES
                 MOVE WS-DEVISE-JAMBE
                      TO WS-VIR-DEVISE-RECU (IX-VIR-CPT)
              END-IF
              PERFORM 742-CONTROLER-PLAFOND
           END-IF
           .

                 END-IF
                 ADD 1 TO CP-MVTS-SAINS
                 PERFORM 330-DEDOUBLONNER
      *          UN MOUVEMENT SUSPENDU PAR LE DEDOUBLONNAGE N'ACTIVE
      *          PAS LA CARTE RENOUVELEE
                 IF FD-FICMVTS-CODE = 'C'
                    AND WS-CRT-STATUT (IX-CRT-CPT) = 'N'
                    AND (WS-MVT-UNIQUE OR WS-DEROG-TROUVEE)
                    PERFORM 748-ACTIVER-CARTE
                 END-IF
           END-EVALUATE
           PERFORM 610-LIRE-FICMVTS
           .
              IF WS-VIR-NB-EMIS (IX-VIR-CPT) > 0
                 AND WS-VIR-NB-EMIS (IX-VIR-CPT)
                     = WS-VIR-NB-RECU (IX-VIR-CPT)
                 IF WS-VIR-HORS-PLAFOND (IX-VIR-CPT)
      *             LIVRET CREDITE AU-DELA DU PLAFOND : LES DEUX
      *             JAMBES SONT RETENUES, JAMAIS A MOITIE POSTEES
                    PERFORM 634-ECRIRE-FICREJV
                    PERFORM 808-LIGNE-PLAFOND
                 ELSE
                 IF WS-VIR-DEVISE-EMIS (IX-VIR-CPT)
                    = WS-VIR-DEVISE-RECU (IX-VIR-CPT)
                    PERFORM 630-ECRIRE-FICMVTV
                    ADD 1 TO CP-VIR-LIBERES
                 ELSE
                    PERFORM 350-VIREMENT-CHANGE
                 END-IF
                 END-IF
              ELSE
                 PERFORM 634-ECRIRE-FICREJV
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< VIREMENT APPARIE ENTRE DEUX DEVISES : LE DEBIT PASSE    *
      *      TEL QUEL, LE CREDIT EST CONVERTI ET SA MARGE DEPOSEE     *
      *      DANS FICMRGX ; SANS COURS UTILISABLE LES DEUX JAMBES     *
      *      SONT RETENUES (LA DECISION EST LA MEME POUR CHACUNE)     *
      *      ---------------------------------------------------------*
       350-VIREMENT-CHANGE.
           PERFORM 792-PREPARER-CHANGE
           IF WS-COURS-PERIME
              PERFORM 634-ECRIRE-FICREJV
              PERFORM 806-LIGNE-CHANGE-BLOQUE
           ELSE
              IF FD-FICMVTS-SENS-RECU
                 PERFORM 795-CONVERTIR-JAMBE
                 PERFORM 630-ECRIRE-FICMVTV
                 IF WS-CHG-MARGE-EUR > 0
                    PERFORM 637-ECRIRE-FICMRGX
                 END-IF
      *          LE MONTANT D'ORDRE EST RESTITUE POUR LA MEMOIRE DU
      *          DEDOUBLONNAGE
                 MOVE WS-CHG-MT-ORDRE TO FD-FICMVTS-MONTANT
                 ADD 1 TO CP-VIR-CONVERTIS
              ELSE
                 PERFORM 630-ECRIRE-FICMVTV
              END-IF
              ADD 1 TO CP-VIR-LIBERES
           END-IF
           .

       310-GERER-GROUPE.
           IF FD-FICMVTS-NUMCPT NOT = WS-GRP-NUMCPT
              OR FD-FICMVTS-DATE NOT = WS-GRP-DATE
           OPEN OUTPUT FICSUSPD
           OPEN OUTPUT FICREJV
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICACTK
           OPEN OUTPUT FICMRGX
           .

       605-OUVRIR-REFERENTIELS.
                      FS-FICDEROG
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICDEVI
           IF FS-FICDEVI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEVI   FS-FICDEVI = '
                      FS-FICDEVI
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICAGE
           IF FS-FICAGE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAGE    FS-FICAGE = '
                      FS-FICAGE
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       610-LIRE-FICMVTS.
           READ FICDEROG
           .

       617-LIRE-FICDEVI.
           READ FICDEVI
           .

       618-LIRE-FICAGE.
           READ FICAGE
           .

       619-LIRE-FICCPT-DIRECT.
           MOVE FD-FICMVTS-NUMCPT TO FD-FICCPT-NUMCPT
           READ FICCPT
           .

       616-LIRE-FICEXPM.
           READ FICEXPM
           IF FS-FICEXPM NOT = '10' AND FS-FICEXPM NOT = 00
           CLOSE FICSUSPD
           CLOSE FICREJV
           CLOSE FICETAT
           CLOSE FICACTK
           CLOSE FICMRGX
           .

       622-FERMER-REFERENTIELS.
           CLOSE FICCHQO
           CLOSE FICCHQP
           CLOSE FICDEROG
           CLOSE FICDEVI
           CLOSE FICAGE
           CLOSE FICCPT
           IF FS-FICEXPM = '00' OR FS-FICEXPM = '10'
              CLOSE FICEXPM
           END-IF
           MOVE WS-ANO-CARTE   TO FD-FICREJM-ANO-CARTE
           MOVE WS-ANO-CHEQUE  TO FD-FICREJM-ANO-CHEQUE
           MOVE WS-ANO-OPPCHQ  TO FD-FICREJM-ANO-OPPCHQ
           MOVE WS-ANO-AGENCE  TO FD-FICREJM-ANO-AGENCE
           WRITE FD-FICREJM
           ADD 1 TO CP-MVTS-REJETES
           .
           ADD 1 TO CP-VIR-ORPHELINS
           .

       636-ECRIRE-FICACTK.
           MOVE SPACES TO FD-FICACTK
           MOVE 'M' TO FD-FICACTK-ACTION
           MOVE WS-CRT-NUMCART (IX-CRT) TO FD-FICACTK-NUMCART
           MOVE WS-CRT-NUMCPT (IX-CRT)  TO FD-FICACTK-NUMCPT
           MOVE WS-CRT-EXPIR (IX-CRT)   TO FD-FICACTK-EXPIR
           MOVE WS-CRT-STATUT (IX-CRT)  TO FD-FICACTK-STATUT
           MOVE WS-SYSIN-DATE           TO FD-FICACTK-DATE-MAJ
           WRITE FD-FICACTK
           .

      *    MARGE DE CHANGE D'UNE JAMBE CREDIT CONVERTIE, EN EUR,
      *    SUR LE COMPTE CREDITE
       637-ECRIRE-FICMRGX.
           MOVE SPACES TO FD-FICMRGX
           MOVE FD-FICMVTS-NUMCPT      TO FD-FICMRGX-NUMCPT
           MOVE FD-FICMVTS-DATE        TO FD-FICMRGX-DATE
           MOVE 'G'                    TO FD-FICMRGX-CODE
           MOVE WS-CHG-MARGE-EUR       TO FD-FICMRGX-MONTANT
           MOVE 'EUR'                  TO FD-FICMRGX-DEVISE
           MOVE FD-FICMVTS-REFERENCE   TO FD-FICMRGX-REFERENCE
           MOVE FD-FICMVTS-CONTREPARTIE TO FD-FICMRGX-CONTREPARTIE
           MOVE FD-FICMVTS-PRODUIT     TO FD-FICMRGX-PRODUIT
           MOVE FD-FICMVTS-SENS        TO FD-FICMRGX-SENS
           MOVE FD-FICMVTS-DATE-VALEUR TO FD-FICMRGX-DATE-VALEUR
           WRITE FD-FICMRGX
           .

       635-MARQUER-SERIE-PAYEE.
           MOVE SPACES TO FD-ENREG-FICCHQP
           MOVE FD-FICMVTS-NUMCPT TO FD-FICCHQP-NUMCPT
           PERFORM 735-CONTROLER-MANDAT
           PERFORM 745-CONTROLER-CARTE
           PERFORM 755-CONTROLER-CHEQUE
           PERFORM 708-CONTROLER-AGENCE
           .

       701-CONTROLER-NUMCPT.
           IF FD-FICMVTS-CODE NOT = 'D' AND NOT = 'R' AND NOT = 'C'
              AND NOT = 'I' AND NOT = 'F' AND NOT = 'V'
              AND NOT = 'E' AND NOT = 'P' AND NOT = 'Q'
              AND NOT = 'X' AND NOT = 'S'
              MOVE 'E' TO WS-ANO-CODE
              MOVE 'N' TO WS-MVT-VALIDE
           END-IF
                 OR (FD-FICMVTS-CODE-ORIGINE NOT = 'D'
                     AND NOT = 'R' AND NOT = 'C'
                     AND NOT = 'I' AND NOT = 'F' AND NOT = 'P'
                     AND NOT = 'Q' AND NOT = 'S')
                 MOVE 'E' TO WS-ANO-CODE
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
                       PERFORM 805-LIGNE-OPPOSITION
                    END-IF
                 WHEN WS-CRT-STATUT (IX-CRT-CPT) NOT = 'A'
                      AND WS-CRT-STATUT (IX-CRT-CPT) NOT = 'N'
                    PERFORM 747-REJETER-CARTE
                 WHEN WS-CRT-EXPIR (IX-CRT-CPT) < WS-MOIS-MOUVEMENT
                    PERFORM 747-REJETER-CARTE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PREMIERE UTILISATION D'UNE CARTE RENOUVELEE : ELLE      *
      *      DEVIENT ACTIVE ET L'ANCIENNE CARTE EST RESILIEE (EFFET   *
      *      IMMEDIAT DANS LA TABLE, PERENNISE PAR COBTPCRT)          *
      *      ---------------------------------------------------------*
       748-ACTIVER-CARTE.
           MOVE IX-CRT-CPT TO IX-CRT
           MOVE 'A' TO WS-CRT-STATUT (IX-CRT)
           PERFORM 636-ECRIRE-FICACTK
           ADD 1 TO CP-CARTES-ACTIVEES
           IF WS-CRT-PREC (IX-CRT-CPT) NOT = SPACES
              MOVE 0 TO IX-CRT-PREC
              PERFORM 749-RECH-CARTE-PREC
                VARYING IX-CRT FROM 1 BY 1
                  UNTIL IX-CRT > IX-CRT-CHARG
                     OR IX-CRT-PREC > 0
              IF IX-CRT-PREC > 0
                 AND WS-CRT-STATUT (IX-CRT-PREC) = 'A'
                 MOVE IX-CRT-PREC TO IX-CRT
                 MOVE 'R' TO WS-CRT-STATUT (IX-CRT)
                 PERFORM 636-ECRIRE-FICACTK
              END-IF
           END-IF
           .

       749-RECH-CARTE-PREC.
           IF WS-CRT-NUMCART (IX-CRT) = WS-CRT-PREC (IX-CRT-CPT)
              MOVE IX-CRT TO IX-CRT-PREC
           END-IF
           .

       755-CONTROLER-CHEQUE.
           IF FD-FICMVTS-CODE = 'Q'
              IF FD-FICMVTS-SERIE-CHQ NOT NUMERIC
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< AGENCE DU MOUVEMENT : A BLANC ADMISE (CANAUX SANS        *
      *      AGENCE) ; RENSEIGNEE, ELLE DOIT ETRE CONNUE DE FICAGE     *
      *      ET OUVERTE A LA DATE DU MOUVEMENT (OUVERTURE ATTEINTE,    *
      *      FERMETURE A ZERO OU POSTERIEURE)                         *
      *      ---------------------------------------------------------*
       708-CONTROLER-AGENCE.
           IF FD-FICMVTS-AGENCE NOT = SPACES
              MOVE 0 TO IX-AGE-CPT
              PERFORM 709-RECH-AGENCE
                VARYING IX-AGE FROM 1 BY 1
                  UNTIL IX-AGE > IX-AGE-CHARG
                     OR IX-AGE-CPT > 0
              IF IX-AGE-CPT = 0
                 MOVE 'E' TO WS-ANO-AGENCE
              ELSE
                 IF FD-FICMVTS-DATE NUMERIC
                    AND (FD-FICMVTS-DATE
                             < WS-AGE-DATE-OUV (IX-AGE-CPT)
                         OR (WS-AGE-DATE-FERM (IX-AGE-CPT) > 0
                             AND FD-FICMVTS-DATE NOT <
                                 WS-AGE-DATE-FERM (IX-AGE-CPT)))
                    MOVE 'E' TO WS-ANO-AGENCE
                 END-IF
              END-IF
              IF WS-ANO-AGENCE = 'E'
                 MOVE 'N' TO WS-MVT-VALIDE
                 IF WS-PASSE-ECRITURE
                    PERFORM 807-LIGNE-AGENCE
                 END-IF
              END-IF
           END-IF
           .

       709-RECH-AGENCE.
           IF WS-AGE-CODE (IX-AGE) = FD-FICMVTS-AGENCE
              MOVE IX-AGE TO IX-AGE-CPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REGLES DE DEDOUBLONNAGE REPRISES DE COBTPDBL            *
      *      ---------------------------------------------------------*
                      TO WS-VIR-MONTANT (IX-VIR-CPT)
                 MOVE 0 TO WS-VIR-NB-EMIS (IX-VIR-CPT)
                 MOVE 0 TO WS-VIR-NB-RECU (IX-VIR-CPT)
                 MOVE SPACES TO WS-VIR-DEVISE-EMIS (IX-VIR-CPT)
                 MOVE SPACES TO WS-VIR-DEVISE-RECU (IX-VIR-CPT)
                 MOVE 'N' TO WS-VIR-PLAFOND (IX-VIR-CPT)
              ELSE
                 DISPLAY '*** TABLE DES VIREMENTS SATUREE A '
                         IX-VIR-MAX ' REFERENCES ***'
           END-IF
           .

      *    LA DEVISE A BLANC VAUT EUR, COMME SUR LE FICHIER SAIN
       741-DEVISE-JAMBE.
           IF FD-FICMVTS-DEVISE = SPACES
              MOVE 'EUR' TO WS-DEVISE-JAMBE
           ELSE
              MOVE FD-FICMVTS-DEVISE TO WS-DEVISE-JAMBE
           END-IF
           .

      *    PLAFOND DU LIVRET REGLEMENTE (PASSE 1, JAMBE CREDIT) : LE
      *    SOLDE DU MAITRE EST REPRIS AU PREMIER VIREMENT RECU PAR LE
      *    COMPTE ET AUGMENTE DE CHAQUE JAMBE ADMISE ; UNE JAMBE QUI LE
      *    PORTERAIT AU-DELA DU PLAFOND MARQUE SON VIREMENT, DONT LES
      *    DEUX JAMBES SERONT RETENUES EN PASSE 2. COMPTE ABSENT DU
      *    MAITRE (CREATION DU JOUR) : PAS DE CONTROLE, LA FUSION
      *    TRANCHE
       742-CONTROLER-PLAFOND.
           IF FD-FICMVTS-NUMCPT NOT = WS-PLF-NUMCPT
              MOVE FD-FICMVTS-NUMCPT TO WS-PLF-NUMCPT
              PERFORM 619-LIRE-FICCPT-DIRECT
              IF FS-FICCPT = 00
                 MOVE FD-FICCPT-PRODUIT TO WS-PLF-PRODUIT
                 MOVE FD-FICCPT-SOLDE   TO WS-PLF-SOLDE
              ELSE
                 MOVE SPACE TO WS-PLF-PRODUIT
                 MOVE 0     TO WS-PLF-SOLDE
              END-IF
           END-IF
           IF WS-PLF-PRODUIT = WS-LIVRET-PRODUIT
              IF WS-PLF-SOLDE + FD-FICMVTS-MONTANT > WS-LIVRET-PLAFOND
                 MOVE 'O' TO WS-VIR-PLAFOND (IX-VIR-CPT)
              ELSE
                 ADD FD-FICMVTS-MONTANT TO WS-PLF-SOLDE
              END-IF
           END-IF
           .

       750-CALCULER-PIVOT.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           MOVE FD-FICCART-NUMCPT  TO WS-CRT-NUMCPT (IX-CRT)
           MOVE FD-FICCART-EXPIR   TO WS-CRT-EXPIR (IX-CRT)
           MOVE FD-FICCART-STATUT  TO WS-CRT-STATUT (IX-CRT)
           MOVE FD-FICCART-PREC    TO WS-CRT-PREC (IX-CRT)
           PERFORM 612-LIRE-FICCART
           .

           PERFORM 616-LIRE-FICEXPM
           .

      *      ---------------------------------------------------------*
      *-----< BAREME DES DEVISES : LA DATE DU BAREME EST LA PLUS      *
      *      RECENTE DATE DE COURS (DERNIERE INTEGRATION COBTPDEX)    *
      *      ---------------------------------------------------------*
       790-CHARGER-FICDEVI.
           PERFORM 617-LIRE-FICDEVI
           PERFORM 791-RETENIR-COURS
             VARYING IX-DEVI FROM 1 BY 1
               UNTIL FS-FICDEVI = '10'
                  OR IX-DEVI > IX-DEVI-MAX
           IF FS-FICDEVI NOT = '10'
              DISPLAY '*** BAREME DES DEVISES SATURE A '
                      IX-DEVI-MAX ' ENTREES - FICDEVI TRONQUE ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE IX-DEVI-CHARG = IX-DEVI - 1
           .

       791-RETENIR-COURS.
           MOVE FD-FICDEVI-DEVISE TO WS-DEVI-CODE (IX-DEVI)
           MOVE FD-FICDEVI-TAUX   TO WS-DEVI-TAUX (IX-DEVI)
           IF FD-FICDEVI-DATE-COURS NUMERIC
              MOVE FD-FICDEVI-DATE-COURS TO WS-DEVI-DATE (IX-DEVI)
           ELSE
              MOVE 0 TO WS-DEVI-DATE (IX-DEVI)
           END-IF
           IF WS-DEVI-DATE (IX-DEVI) > WS-DATE-BAREME
              MOVE WS-DEVI-DATE (IX-DEVI) TO WS-DATE-BAREME
           END-IF
           PERFORM 617-LIRE-FICDEVI
           .

       796-CHARGER-FICAGE.
           PERFORM 618-LIRE-FICAGE
           PERFORM 797-RETENIR-AGENCE
             VARYING IX-AGE FROM 1 BY 1
               UNTIL FS-FICAGE = '10'
                  OR IX-AGE > IX-AGE-MAX
           IF FS-FICAGE NOT = '10'
              DISPLAY '*** TABLE DES AGENCES SATUREE A '
                      IX-AGE-MAX ' ENTREES - FICAGE TRONQUE ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE IX-AGE-CHARG = IX-AGE - 1
           .

       797-RETENIR-AGENCE.
           MOVE FD-FICAGE-CODE      TO WS-AGE-CODE (IX-AGE)
           MOVE FD-FICAGE-DATE-OUV  TO WS-AGE-DATE-OUV (IX-AGE)
           MOVE FD-FICAGE-DATE-FERM TO WS-AGE-DATE-FERM (IX-AGE)
           PERFORM 618-LIRE-FICAGE
           .

      *    COURS DES DEUX DEVISES DU VIREMENT (EUR = 1) ; UN SEUL
      *    COURS ABSENT OU PERIME BLOQUE LA CONVERSION
       792-PREPARER-CHANGE.
           SET WS-COURS-UTILISABLE TO TRUE
           MOVE WS-VIR-DEVISE-EMIS (IX-VIR-CPT) TO WS-CHG-DEVISE
           PERFORM 793-RECH-COURS
           MOVE WS-CHG-TAUX TO WS-CHG-TAUX-EMIS
           MOVE WS-VIR-DEVISE-RECU (IX-VIR-CPT) TO WS-CHG-DEVISE
           PERFORM 793-RECH-COURS
           MOVE WS-CHG-TAUX TO WS-CHG-TAUX-RECU
           .

       793-RECH-COURS.
           IF WS-CHG-DEVISE = 'EUR'
              MOVE 1 TO WS-CHG-TAUX
           ELSE
              MOVE 0 TO WS-CHG-TAUX
              PERFORM 794-COMPARER-COURS
                VARYING IX-DEVI FROM 1 BY 1
                  UNTIL IX-DEVI > IX-DEVI-CHARG
              IF WS-CHG-TAUX = 0
                 SET WS-COURS-PERIME TO TRUE
              END-IF
           END-IF
           .

       794-COMPARER-COURS.
           IF WS-DEVI-CODE (IX-DEVI) = WS-CHG-DEVISE
              AND WS-DEVI-DATE (IX-DEVI) = WS-DATE-BAREME
              MOVE WS-DEVI-TAUX (IX-DEVI) TO WS-CHG-TAUX
           END-IF
           .

      *    CONTRE-VALEUR DU MONTANT D'ORDRE DANS LA DEVISE DU COMPTE
      *    CREDITE, DIMINUEE DE LA MARGE ; LA MARGE EST VALORISEE EN
      *    EUR POUR L'INTERFACE COMPTABLE
       795-CONVERTIR-JAMBE.
           MOVE FD-FICMVTS-MONTANT TO WS-CHG-MT-ORDRE
           COMPUTE WS-CHG-MT-BRUT ROUNDED =
                   WS-CHG-MT-ORDRE * WS-CHG-TAUX-EMIS
                   / WS-CHG-TAUX-RECU
           COMPUTE WS-CHG-MT-MARGE ROUNDED =
                   WS-CHG-MT-BRUT * WS-SYSIN-MARGE-PCT / 100
           COMPUTE FD-FICMVTS-MONTANT =
                   WS-CHG-MT-BRUT - WS-CHG-MT-MARGE
           COMPUTE WS-CHG-MARGE-EUR ROUNDED =
                   WS-CHG-MT-MARGE * WS-CHG-TAUX-RECU
           .

       707-RECH-EXPRESS.
           SET WS-MVT-NON-EXPRESS TO TRUE
           PERFORM VARYING IX-EXP FROM 1 BY 1
           IF WS-SYSIN-NB-JOURS = 0
              MOVE 5 TO WS-SYSIN-NB-JOURS
           END-IF
           IF WS-SYSIN-MARGE-PCT NOT NUMERIC
              MOVE 0 TO WS-SYSIN-MARGE-PCT
           END-IF
           .

      *      ---------------------------------------------------------*
                   CP-MVTS-CARTE-KO
           DISPLAY 'DONT CARTES EN OPPOSITION          : '
                   CP-MVTS-OPPOSITION
           DISPLAY 'CARTES RENOUVELEES ACTIVEES        : '
                   CP-CARTES-ACTIVEES
           DISPLAY 'NOMBRE DE CHEQUES REJETES          : '
                   CP-MVTS-CHEQUE-KO
           DISPLAY 'DONT CHEQUES FRAPPES D OPPOSITION  : '
                   CP-MVTS-OPPCHQ
           DISPLAY 'AGENCE INCONNUE OU FERMEE          : '
                   CP-MVTS-AGENCE-KO
           DISPLAY 'NOMBRE DE MOUVEMENTS LIBERES : ' CP-MVTS-LIBERES
           DISPLAY 'NOMBRE DE MOUVEMENTS SUSPECTS: ' CP-MVTS-SUSPECTS
           DISPLAY 'NOMBRE DE DEROGATIONS        : ' CP-DEROGATIONS
           DISPLAY 'JAMBES DE VIREMENT LIBEREES  : ' CP-VIR-LIBERES
           DISPLAY 'JAMBES DE VIREMENT ORPHELINES: ' CP-VIR-ORPHELINS
           DISPLAY 'DONT BLOQUEES FAUTE DE COURS : ' CP-VIR-CHG-BLOQUES
           DISPLAY 'DONT BLOQUEES PLAFOND LIVRET : ' CP-VIR-PLAFOND
           DISPLAY 'JAMBES CREDIT CONVERTIES     : ' CP-VIR-CONVERTIS
           DISPLAY 'MOUVEMENTS HORS VIREMENT     : ' CP-AUTRES
           .

           ADD 1 TO CP-MVTS-OPPOSITION
           .

       806-LIGNE-CHANGE-BLOQUE.
           MOVE SPACES TO ED-ZONE-ED
           STRING 'CHANGE BLOQUE - COURS ABSENT OU PERIME - REF '
                  FD-FICMVTS-REFERENCE ' '
                  WS-VIR-DEVISE-EMIS (IX-VIR-CPT) '/'
                  WS-VIR-DEVISE-RECU (IX-VIR-CPT)
                  DELIMITED BY SIZE INTO ED-ZONE-ED
           END-STRING
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-VIR-CHG-BLOQUES
           .

       808-LIGNE-PLAFOND.
           MOVE SPACES TO ED-ZONE-ED
           STRING 'PLAFOND LIVRET DEPASSE - VIREMENT REF '
                  FD-FICMVTS-REFERENCE
                  ' COMPTE ' FD-FICMVTS-NUMCPT
                  ' SENS ' FD-FICMVTS-SENS
                  DELIMITED BY SIZE INTO ED-ZONE-ED
           END-STRING
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-VIR-PLAFOND
           .

       807-LIGNE-AGENCE.
           MOVE SPACES TO ED-ZONE-ED
           STRING 'AGENCE INCONNUE OU FERMEE - AGENCE '
                  FD-FICMVTS-AGENCE
                  ' COMPTE ' FD-FICMVTS-NUMCPT
                  ' DATE ' FD-FICMVTS-DATE
                  DELIMITED BY SIZE INTO ED-ZONE-ED
           END-STRING
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-MVTS-AGENCE-KO
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *

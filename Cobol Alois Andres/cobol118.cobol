       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPBCE.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPBCE                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * DECLARATION STATISTIQUE MENSUELLE A LA BANQUE CENTRALE DES    *
      * DEPOTS ET DES CREDITS DE LA CLIENTELE :                       *
      *   - DEPOTS ET DECOUVERTS : SOLDES DU DERNIER FICCPTS (SOLDE   *
      *     CREDITEUR OU NUL = DEPOT, DEBITEUR = DECOUVERT)           *
      *   - PRETS : CAPITAL RESTANT DU DU MAITRE FICPRET, DANS LA     *
      *     DEVISE DU COMPTE SUPPORT (KSDS FICCPT)                    *
      *   - CONTREPARTIE : SECTEUR SEC 2010 ET PAYS DE RESIDENCE DU   *
      *     TITULAIRE PRINCIPAL (FICLNK/FICCLI), RESIDENCE DECLAREE   *
      *     R (FRANCE), Z (AUTRE PAYS DE LA ZONE EURO) OU X (RESTE DU *
      *     MONDE) ; UNE CONTREPARTIE NON RENSEIGNEE EST DECLAREE     *
      *     MENAGE RESIDENT ET SIGNALEE SUR FICETAT (CODE RETOUR 4)   *
      *   - GRILLE PAR INSTRUMENT, PRODUIT, DEVISE, SECTEUR ET        *
      *     RESIDENCE : NOMBRE ET ENCOURS, ECRITE SUR FICBCE (ENTETE, *
      *     LIGNES, FIN) ET EDITEE SUR FICETAT                        *
      *   - CONTROLE : DEPOTS - DECOUVERTS DOIT EGALER LE TOTAL DE    *
      *     CLOTURE DE LA FEUILLE D'EQUILIBRE COBTPBAL (FICBALT), EN  *
      *     MONTANT ET EN NOMBRE DE COMPTES ; ECART OU NUIT           *
      *     DESEQUILIBREE : CODE RETOUR 8                             *
      * SYSIN : PERIODE (SSAAMM) ET CODE ETABLISSEMENT (X(05))        *
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
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICBALT ASSIGN TO FICBALT FILE STATUS IS FS-FICBALT.
           SELECT FICPRET ASSIGN TO FICPRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICPRET-NUMPRET
           FILE STATUS IS FS-FICPRET.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
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
           SELECT FICBCE  ASSIGN TO FICBCE.
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
         05   FILLER            PIC X(28).
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FD-FICCPTS-PRODUIT PIC X(01).
         05   FILLER            PIC X(24).

      *    TOTAL DE CLOTURE DE LA DERNIERE NUIT (ECRIT PAR COBTPBAL)
       FD FICBALT
           RECORDING MODE IS F.
       01     FD-FICBALT.
         05   FD-FICBALT-DATE   PIC 9(08).
         05   FD-FICBALT-TOTAL-CLOTURE PIC S9(13)V99.
         05   FD-FICBALT-NB-COMPTES PIC 9(08).
         05   FD-FICBALT-ECART  PIC S9(13)V99.
         05   FD-FICBALT-VERDICT PIC X(01).
           88 FD-FICBALT-EQUILIBREE VALUE 'E'.
           88 FD-FICBALT-DESEQUILIBREE VALUE 'D'.
         05   FILLER            PIC X(33).

       FD FICPRET.
       01   FD-ENREG-FICPRET.
         05 FD-FICPRET-NUMPRET        PIC X(10).
         05 FD-FICPRET-NUMCPT         PIC X(10).
         05 FD-FICPRET-CAPITAL        PIC S9(09)V99 COMP-3.
         05 FD-FICPRET-CAPITAL-RESTANT PIC S9(09)V99 COMP-3.
         05 FILLER                    PIC X(52).

       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FILLER                    PIC X(47).
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FILLER                    PIC X(20).

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
         05 FILLER                    PIC X(171).
         05 FD-FICCLI-SECTEUR         PIC X(04).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
         05 FILLER                    PIC X(15).

      *    DECLARATION STATISTIQUE REMISE A LA BANQUE CENTRALE : UNE
      *    ENTETE ('1'), UNE LIGNE PAR CASE DE LA GRILLE ('2') DANS
      *    L'ORDRE INSTRUMENT / PRODUIT / DEVISE / SECTEUR / RESIDENCE
      *    ET UNE FIN ('9'). ENCOURS EN VALEUR ABSOLUE.
       FD FICBCE
           RECORDING MODE IS F.
       01     FD-FICBCE.
         05   FD-FICBCE-TYPE    PIC X(01).
           88 FD-FICBCE-ENTETE      VALUE '1'.
           88 FD-FICBCE-LIGNE       VALUE '2'.
           88 FD-FICBCE-FIN         VALUE '9'.
         05   FD-FICBCE-DETAIL.
           10 FD-FICBCE-CASE.
             15 FD-FICBCE-INSTRUMENT PIC X(01).
             15 FD-FICBCE-PRODUIT PIC X(01).
             15 FD-FICBCE-DEVISE PIC X(03).
             15 FD-FICBCE-SECTEUR PIC X(04).
             15 FD-FICBCE-RESIDENCE PIC X(01).
           10 FD-FICBCE-NB      PIC 9(07).
           10 FD-FICBCE-ENCOURS PIC 9(13)V99.
           10 FILLER            PIC X(47).
         05   FD-FICBCE-DET-ENTETE REDEFINES FD-FICBCE-DETAIL.
           10 FD-FICBCE-CODE-ETAB PIC X(05).
           10 FD-FICBCE-PERIODE PIC 9(06).
           10 FD-FICBCE-DATE-CREA PIC 9(08).
           10 FD-FICBCE-PAYS    PIC X(02).
           10 FILLER            PIC X(58).
         05   FD-FICBCE-DET-FIN REDEFINES FD-FICBCE-DETAIL.
           10 FD-FICBCE-NB-LIGNES PIC 9(07).
           10 FD-FICBCE-TOTAL-DEPOTS PIC 9(15)V99.
           10 FD-FICBCE-TOTAL-CREDITS PIC 9(15)V99.
           10 FILLER            PIC X(38).

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
         05   FS-FICBALT         PIC X(2).
         05   FS-FICPRET         PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-PERIODE   PIC 9(06).
         05   WS-SYSIN-CODE-ETAB PIC X(05).

      *      ---------------------------------------------------------*
      *-----< PAYS DE L'ETABLISSEMENT DECLARANT ET AUTRES PAYS DE LA  *
      *      ZONE EURO (RESIDENCE R = RESIDENT, Z = AUTRE PAYS DE LA  *
      *      ZONE EURO, X = RESTE DU MONDE)                           *
      *      ---------------------------------------------------------*
       01     WS-PAYS-DECLARANT  PIC X(02) VALUE 'FR'.
       01     WS-PAYS-CONTREPARTIE PIC X(02).
         88   WS-PAYS-ZONE-EURO      VALUE 'AT' 'BE' 'CY' 'DE' 'EE'
                                           'ES' 'FI' 'GR' 'HR' 'IE'
                                           'IT' 'LT' 'LU' 'LV' 'MT'
                                           'NL' 'PT' 'SI' 'SK'.

      *      ---------------------------------------------------------*
      *-----< CONTREPARTIE DE L'ENCOURS : TITULAIRE PRINCIPAL DU      *
      *      COMPTE (FICLNK/FICCLI) ; SANS LIEN OU SANS CODES, LE     *
      *      CLIENT EST DECLARE MENAGE RESIDENT ET SIGNALE            *
      *      ---------------------------------------------------------*
       01     WS-CONTREPARTIE.
         05   WS-NUMCPT-RECH     PIC X(10).
         05   WS-NUMCLI-TITULAIRE PIC X(08).
         05   WS-CTP-ANOMALIE    PIC X(20).

      *      ---------------------------------------------------------*
      *-----< GRILLE DE LA DECLARATION, TENUE TRIEE SUR LA CLE DE     *
      *      CASE. INSTRUMENT : D = DEPOTS (COMPTES CREDITEURS OU A   *
      *      ZERO), A = DECOUVERTS (COMPTES DEBITEURS), P = PRETS     *
      *      (CAPITAL RESTANT DU DE FICPRET, PRODUIT 'P')             *
      *      ---------------------------------------------------------*
       01     WS-CLE-CASE.
         05   WS-CLE-INSTRUMENT  PIC X(01).
           88 WS-CLE-DEPOT           VALUE 'D'.
           88 WS-CLE-DECOUVERT       VALUE 'A'.
           88 WS-CLE-PRET            VALUE 'P'.
         05   WS-CLE-PRODUIT     PIC X(01).
         05   WS-CLE-DEVISE      PIC X(03).
         05   WS-CLE-SECTEUR     PIC X(04).
         05   WS-CLE-RESIDENCE   PIC X(01).
       01     WS-MONTANT-CASE    PIC 9(13)V99 COMP-3.

       01     WS-INDICES-GRL.
         05   IX-GRL             PIC 9(4) COMP VALUE 0.
         05   IX-GRL-MAX         PIC 9(4) COMP VALUE 3000.
         05   IX-GRL-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-GRL-CPT         PIC 9(4) COMP VALUE 0.
         05   IX-GRL-DEC         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-GRILLE.
         05   WS-GRL-POSTE OCCURS 3000 TIMES.
           10 WS-GRL-CLE         PIC X(10).
           10 WS-GRL-NB          PIC 9(07) COMP.
           10 WS-GRL-ENCOURS     PIC 9(13)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< TOTAUX ET CONTROLE CONTRE LA FEUILLE D'EQUILIBRE        *
      *      ---------------------------------------------------------*
       01     WS-TOTAUX.
         05   WS-TOTAL-DEPOTS    PIC 9(15)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-DECOUVERTS PIC 9(15)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-PRETS     PIC 9(15)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-CREDITS   PIC 9(15)V99 COMP-3 VALUE 0.
         05   WS-ECART-BAL       PIC S9(15)V99 COMP-3 VALUE 0.
         05   WS-ECART-NB        PIC S9(08) COMP VALUE 0.

       01     WS-DATE-TRAIT      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-PRET    PIC 9(8) COMP VALUE 0.
         05   CP-PRETS-SOLDES    PIC 9(8) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.
         05   CP-LIGNES-BCE      PIC 9(7) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(39)
               VALUE 'DECLARATION BANQUE CENTRALE - PERIODE '.
         05   ED-ENT-PERIODE     PIC 9(06).
         05   FILLER PIC X(13) VALUE '  ETABLISST '.
         05   ED-ENT-CODE-ETAB   PIC X(05).

       01     ED-ENTETE-GRL.
         05   FILLER PIC X(24) VALUE 'I P DEV SECT R   NOMBRE'.
         05   FILLER PIC X(20) VALUE '             ENCOURS'.

       01     ED-LIGNE-GRL.
         05   ED-GRL-INSTRUMENT  PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-PRODUIT     PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-DEVISE      PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-SECTEUR     PIC X(04).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-RESIDENCE   PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-NB          PIC ZZZZZZ9.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-GRL-ENCOURS     PIC ZZZZZZZZZZZZ9,V99.

       01     ED-LIGNE-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(31).
         05   ED-TOT-MONTANT     PIC -ZZZZZZZZZZZZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACES.
         05   ED-TOT-NOMBRE      PIC -ZZZZZZ9.

       01     ED-LIGNE-ANOMALIE.
         05   FILLER PIC X(12) VALUE 'ANOMALIE : '.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ANO-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ANO-LIBELLE     PIC X(20).
         05   FILLER PIC X(20) VALUE ' (DECLARE S14 / R)  '.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< DECLARATION MENSUELLE                                   *
      *      ---------------------------------------------------------*
       100-DECLARATION.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT

           PERFORM 610-LIRE-FICCPTS
           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS = '10'

           PERFORM 720-DEBUT-PRETS
           PERFORM 300-PRET
             UNTIL FS-FICPRET NOT = '00'

           PERFORM 740-ECRIRE-DECLARATION
           PERFORM 730-CONTROLE-EQUILIBRE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE DU DERNIER FICCPTS : DEPOT S'IL EST CREDITEUR OU *
      *      A ZERO, DECOUVERT S'IL EST DEBITEUR (PRODUIT A BLANC =   *
      *      'C', DEVISE A BLANC = 'EUR')                             *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICCPTS-NUMCPT TO WS-NUMCPT-RECH
           PERFORM 700-CONTREPARTIE
           MOVE FD-FICCPTS-PRODUIT TO WS-CLE-PRODUIT
           IF WS-CLE-PRODUIT = SPACE
              MOVE 'C' TO WS-CLE-PRODUIT
           END-IF
           MOVE FD-FICCPTS-DEVISE TO WS-CLE-DEVISE
           IF WS-CLE-DEVISE = SPACES
              MOVE 'EUR' TO WS-CLE-DEVISE
           END-IF
           IF FD-FICCPTS-SOLDE < 0
              SET WS-CLE-DECOUVERT TO TRUE
              COMPUTE WS-MONTANT-CASE = 0 - FD-FICCPTS-SOLDE
              ADD WS-MONTANT-CASE TO WS-TOTAL-DECOUVERTS
           ELSE
              SET WS-CLE-DEPOT TO TRUE
              MOVE FD-FICCPTS-SOLDE TO WS-MONTANT-CASE
              ADD WS-MONTANT-CASE TO WS-TOTAL-DEPOTS
           END-IF
           PERFORM 710-RECH-CASE
           ADD 1 TO WS-GRL-NB (IX-GRL-CPT)
           ADD WS-MONTANT-CASE TO WS-GRL-ENCOURS (IX-GRL-CPT)
           PERFORM 610-LIRE-FICCPTS
           .

      *      ---------------------------------------------------------*
      *-----< PRET DU MAITRE FICPRET : CAPITAL RESTANT DU, DANS LA    *
      *      DEVISE DU COMPTE SUPPORT ; LES PRETS SOLDES SONT IGNORES *
      *      ---------------------------------------------------------*
       300-PRET.
           IF FD-FICPRET-CAPITAL-RESTANT > 0
              MOVE FD-FICPRET-NUMCPT TO WS-NUMCPT-RECH
              PERFORM 700-CONTREPARTIE
              SET WS-CLE-PRET TO TRUE
              MOVE 'P' TO WS-CLE-PRODUIT
              MOVE FD-FICPRET-NUMCPT TO FD-FICCPT-NUMCPT
              PERFORM 614-LIRE-FICCPT
              IF FS-FICCPT = '00'
                 AND FD-FICCPT-DEVISE NOT = SPACES
                 MOVE FD-FICCPT-DEVISE TO WS-CLE-DEVISE
              ELSE
                 MOVE 'EUR' TO WS-CLE-DEVISE
              END-IF
              MOVE FD-FICPRET-CAPITAL-RESTANT TO WS-MONTANT-CASE
              ADD WS-MONTANT-CASE TO WS-TOTAL-PRETS
              PERFORM 710-RECH-CASE
              ADD 1 TO WS-GRL-NB (IX-GRL-CPT)
              ADD WS-MONTANT-CASE TO WS-GRL-ENCOURS (IX-GRL-CPT)
           ELSE
              ADD 1 TO CP-PRETS-SOLDES
           END-IF
           PERFORM 611-LIRE-FICPRET
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
           OPEN INPUT FICBALT
           IF FS-FICBALT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBALT   FS-FICBALT = '
                      FS-FICBALT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICPRET
           IF FS-FICPRET NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICPRET   FS-FICPRET = '
                      FS-FICPRET
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICBCE
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       611-LIRE-FICPRET.
           READ FICPRET NEXT RECORD
             AT END MOVE '10' TO FS-FICPRET
           END-READ
           IF FS-FICPRET = '00'
              ADD 1 TO CP-LECTURE-PRET
           END-IF
           .

       612-LIRE-FICLNK.
           READ FICLNK NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       613-LIRE-FICCLI.
           READ FICCLI
           .

       614-LIRE-FICCPT.
           READ FICCPT
           .

       615-LIRE-FICBALT.
           READ FICBALT
           .

       616-ECRIRE-FICBCE.
           WRITE FD-FICBCE
           ADD 1 TO CP-LIGNES-BCE
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICBALT
           CLOSE FICPRET
           CLOSE FICCPT
           CLOSE FICLNK
           CLOSE FICCLI
           CLOSE FICBCE
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< SECTEUR ET RESIDENCE DU TITULAIRE PRINCIPAL DU COMPTE   *
      *      WS-NUMCPT-RECH (A DEFAUT LE PREMIER DETENTEUR)           *
      *      ---------------------------------------------------------*
       700-CONTREPARTIE.
           MOVE 'S14 ' TO WS-CLE-SECTEUR
           MOVE 'R' TO WS-CLE-RESIDENCE
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE WS-NUMCPT-RECH TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = 00
              PERFORM 612-LIRE-FICLNK
              PERFORM 701-EXAMINER-DETENTEUR
                UNTIL FS-FICLNK NOT = 00
                   OR FD-FICLNK-NUMCPT NOT = WS-NUMCPT-RECH
           END-IF
           IF WS-NUMCLI-TITULAIRE = SPACES
              MOVE 'COMPTE SANS CLIENT' TO WS-CTP-ANOMALIE
              PERFORM 804-LIGNE-ANOMALIE
           ELSE
              MOVE WS-NUMCLI-TITULAIRE TO FD-FICCLI-NUMCLI
              PERFORM 613-LIRE-FICCLI
              EVALUATE TRUE
                 WHEN FS-FICCLI NOT = 00
                    MOVE 'CLIENT ABSENT' TO WS-CTP-ANOMALIE
                    PERFORM 804-LIGNE-ANOMALIE
                 WHEN FD-FICCLI-SECTEUR = SPACES
                   OR FD-FICCLI-PAYS-RESID = SPACES
                    MOVE 'CODES BCE ABSENTS' TO WS-CTP-ANOMALIE
                    PERFORM 804-LIGNE-ANOMALIE
                 WHEN OTHER
                    MOVE FD-FICCLI-SECTEUR TO WS-CLE-SECTEUR
                    MOVE FD-FICCLI-PAYS-RESID TO WS-PAYS-CONTREPARTIE
                    PERFORM 702-RESIDENCE
              END-EVALUATE
           END-IF
           .

       701-EXAMINER-DETENTEUR.
           IF WS-NUMCLI-TITULAIRE = SPACES
              OR FD-FICLNK-ROLE-TITULAIRE
              MOVE FD-FICLNK-NUMCLI TO WS-NUMCLI-TITULAIRE
           END-IF
           PERFORM 612-LIRE-FICLNK
           .

       702-RESIDENCE.
           EVALUATE TRUE
              WHEN WS-PAYS-CONTREPARTIE = WS-PAYS-DECLARANT
                 MOVE 'R' TO WS-CLE-RESIDENCE
              WHEN WS-PAYS-ZONE-EURO
                 MOVE 'Z' TO WS-CLE-RESIDENCE
              WHEN OTHER
                 MOVE 'X' TO WS-CLE-RESIDENCE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< CASE DE LA GRILLE : RECHERCHE DANS LA TABLE TRIEE ; UNE *
      *      CASE NOUVELLE EST INSEREE A SA PLACE                     *
      *      ---------------------------------------------------------*
       710-RECH-CASE.
           MOVE 0 TO IX-GRL-CPT
           PERFORM VARYING IX-GRL FROM 1 BY 1
             UNTIL IX-GRL > IX-GRL-CHARG
                OR WS-GRL-CLE (IX-GRL) NOT < WS-CLE-CASE
              CONTINUE
           END-PERFORM
           IF IX-GRL NOT > IX-GRL-CHARG
              IF WS-GRL-CLE (IX-GRL) = WS-CLE-CASE
                 MOVE IX-GRL TO IX-GRL-CPT
              END-IF
           END-IF
           IF IX-GRL-CPT = 0
              IF IX-GRL-CHARG = IX-GRL-MAX
                 DISPLAY '*** GRILLE DE LA DECLARATION SATUREE A '
                         IX-GRL-MAX ' CASES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              PERFORM VARYING IX-GRL-DEC FROM IX-GRL-CHARG BY -1
                UNTIL IX-GRL-DEC < IX-GRL
                 MOVE WS-GRL-POSTE (IX-GRL-DEC)
                   TO WS-GRL-POSTE (IX-GRL-DEC + 1)
              END-PERFORM
              ADD 1 TO IX-GRL-CHARG
              MOVE IX-GRL TO IX-GRL-CPT
              MOVE WS-CLE-CASE TO WS-GRL-CLE (IX-GRL-CPT)
              MOVE 0 TO WS-GRL-NB (IX-GRL-CPT)
              MOVE 0 TO WS-GRL-ENCOURS (IX-GRL-CPT)
           END-IF
           .

       720-DEBUT-PRETS.
           MOVE LOW-VALUES TO FD-FICPRET-NUMPRET
           START FICPRET KEY IS NOT LESS THAN FD-FICPRET-NUMPRET
                 INVALID KEY MOVE '10' TO FS-FICPRET
           END-START
           IF FS-FICPRET = '00'
              PERFORM 611-LIRE-FICPRET
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLE : DEPOTS - DECOUVERTS DE LA DECLARATION =      *
      *      TOTAL DE CLOTURE DE LA FEUILLE D'EQUILIBRE COBTPBAL      *
      *      (FICBALT), EN MONTANT ET EN NOMBRE DE COMPTES. TOUT      *
      *      ECART, OU UNE NUIT DESEQUILIBREE : CODE RETOUR 8         *
      *      ---------------------------------------------------------*
       730-CONTROLE-EQUILIBRE.
           PERFORM 615-LIRE-FICBALT
           IF FS-FICBALT NOT = 00
              DISPLAY '*** TOTAL DE CLOTURE FICBALT ABSENT ***'
              DISPLAY 'CONTROLE DECLARATION / EQUILIBRE : FAIL'
              MOVE 8 TO WS-CODE-RETOUR
           ELSE
              COMPUTE WS-ECART-BAL = WS-TOTAL-DEPOTS
                      - WS-TOTAL-DECOUVERTS
                      - FD-FICBALT-TOTAL-CLOTURE
              COMPUTE WS-ECART-NB = CP-LECTURE-CPTS
                      - FD-FICBALT-NB-COMPTES
              PERFORM 805-LIGNES-CONTROLE
              IF FD-FICBALT-DESEQUILIBREE
                 DISPLAY '*** FEUILLE D EQUILIBRE DU '
                         FD-FICBALT-DATE ' DESEQUILIBREE ***'
                 MOVE 8 TO WS-CODE-RETOUR
              END-IF
              IF WS-ECART-BAL = 0
                 AND WS-ECART-NB = 0
                 DISPLAY 'CONTROLE DECLARATION / EQUILIBRE : PASS'
              ELSE
                 DISPLAY '*** ECART ENTRE LA DECLARATION ET LE TOTAL '
                         'DE CLOTURE DU ' FD-FICBALT-DATE ' ***'
                 DISPLAY 'CONTROLE DECLARATION / EQUILIBRE : FAIL'
                 MOVE 8 TO WS-CODE-RETOUR
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< FICHIER DE LA DECLARATION ET EDITION DE LA GRILLE       *
      *      ---------------------------------------------------------*
       740-ECRIRE-DECLARATION.
           ACCEPT WS-DATE-TRAIT FROM DATE YYYYMMDD
           MOVE SPACES TO FD-FICBCE
           SET FD-FICBCE-ENTETE TO TRUE
           MOVE WS-SYSIN-CODE-ETAB TO FD-FICBCE-CODE-ETAB
           MOVE WS-SYSIN-PERIODE TO FD-FICBCE-PERIODE
           MOVE WS-DATE-TRAIT TO FD-FICBCE-DATE-CREA
           MOVE WS-PAYS-DECLARANT TO FD-FICBCE-PAYS
           PERFORM 616-ECRIRE-FICBCE

           MOVE ED-ENTETE-GRL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           PERFORM 741-LIGNE-DECLARATION
             VARYING IX-GRL FROM 1 BY 1
               UNTIL IX-GRL > IX-GRL-CHARG

           COMPUTE WS-TOTAL-CREDITS = WS-TOTAL-DECOUVERTS
                   + WS-TOTAL-PRETS
           MOVE SPACES TO FD-FICBCE
           SET FD-FICBCE-FIN TO TRUE
           COMPUTE FD-FICBCE-NB-LIGNES = CP-LIGNES-BCE + 1
           MOVE WS-TOTAL-DEPOTS TO FD-FICBCE-TOTAL-DEPOTS
           MOVE WS-TOTAL-CREDITS TO FD-FICBCE-TOTAL-CREDITS
           PERFORM 616-ECRIRE-FICBCE
           .

       741-LIGNE-DECLARATION.
           MOVE SPACES TO FD-FICBCE
           SET FD-FICBCE-LIGNE TO TRUE
           MOVE WS-GRL-CLE (IX-GRL) TO FD-FICBCE-CASE
           MOVE WS-GRL-NB (IX-GRL) TO FD-FICBCE-NB
           MOVE WS-GRL-ENCOURS (IX-GRL) TO FD-FICBCE-ENCOURS
           PERFORM 616-ECRIRE-FICBCE
           PERFORM 803-LIGNE-GRILLE
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-PERIODE NOT NUMERIC
              DISPLAY '*** PERIODE SSAAMM ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-CODE-ETAB = SPACES
              DISPLAY '*** CODE ETABLISSEMENT ABSENT DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'COMPTES LUS (FICCPTS)        : ' CP-LECTURE-CPTS
           DISPLAY 'PRETS LUS (FICPRET)          : ' CP-LECTURE-PRET
           DISPLAY 'PRETS SOLDES IGNORES         : ' CP-PRETS-SOLDES
           DISPLAY 'CASES DE LA GRILLE           : ' IX-GRL-CHARG
           DISPLAY 'ENREGISTREMENTS FICBCE       : ' CP-LIGNES-BCE
           DISPLAY 'CONTREPARTIES EN ANOMALIE    : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-PERIODE TO ED-ENT-PERIODE
           MOVE WS-SYSIN-CODE-ETAB TO ED-ENT-CODE-ETAB
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-LIGNE-GRILLE.
           MOVE WS-GRL-CLE (IX-GRL) TO WS-CLE-CASE
           MOVE WS-CLE-INSTRUMENT TO ED-GRL-INSTRUMENT
           MOVE WS-CLE-PRODUIT TO ED-GRL-PRODUIT
           MOVE WS-CLE-DEVISE TO ED-GRL-DEVISE
           MOVE WS-CLE-SECTEUR TO ED-GRL-SECTEUR
           MOVE WS-CLE-RESIDENCE TO ED-GRL-RESIDENCE
           MOVE WS-GRL-NB (IX-GRL) TO ED-GRL-NB
           MOVE WS-GRL-ENCOURS (IX-GRL) TO ED-GRL-ENCOURS
           MOVE ED-LIGNE-GRL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< CONTREPARTIE NON RENSEIGNEE : DECLAREE MENAGE RESIDENT, *
      *      SIGNALEE POUR COMPLETER LA FICHE CLIENT (CODE RETOUR 4)  *
      *      ---------------------------------------------------------*
       804-LIGNE-ANOMALIE.
           MOVE WS-NUMCPT-RECH TO ED-ANO-NUMCPT
           MOVE WS-NUMCLI-TITULAIRE TO ED-ANO-NUMCLI
           MOVE WS-CTP-ANOMALIE TO ED-ANO-LIBELLE
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-ANOMALIES
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

       805-LIGNES-CONTROLE.
           MOVE 'TOTAL DES DEPOTS             : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-DEPOTS TO ED-TOT-MONTANT
           MOVE 0 TO ED-TOT-NOMBRE
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES

           MOVE 'TOTAL DES DECOUVERTS         : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-DECOUVERTS TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'TOTAL DES PRETS (FICPRET)    : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-PRETS TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'SOLDE NET DES COMPTES        : ' TO ED-TOT-LIBELLE
           COMPUTE ED-TOT-MONTANT = WS-TOTAL-DEPOTS
                   - WS-TOTAL-DECOUVERTS
           MOVE CP-LECTURE-CPTS TO ED-TOT-NOMBRE
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES

           MOVE 'TOTAL DE CLOTURE (COBTPBAL)  : ' TO ED-TOT-LIBELLE
           MOVE FD-FICBALT-TOTAL-CLOTURE TO ED-TOT-MONTANT
           MOVE FD-FICBALT-NB-COMPTES TO ED-TOT-NOMBRE
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'ECART                        : ' TO ED-TOT-LIBELLE
           MOVE WS-ECART-BAL TO ED-TOT-MONTANT
           MOVE WS-ECART-NB TO ED-TOT-NOMBRE
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPBCE ***'
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

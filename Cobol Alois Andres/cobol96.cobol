       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPSCV.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPSCV                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * VUE UNIQUE DU DEPOSANT POUR LE FONDS DE GARANTIE DES DEPOTS : *
      *   - LIT LES SOLDES DE CLOTURE DU DERNIER FICCPTS ; SONT       *
      *     ELIGIBLES LES COMPTES DES PRODUITS CITES EN SYSIN DONT LE *
      *     SOLDE EST CREDITEUR (SANS COMPENSATION AVEC LES SOLDES    *
      *     DEBITEURS), CONVERTIS EN EUR AU BAREME FICDEVI            *
      *   - UN COMPTE EST REPARTI A PARTS EGALES ENTRE SES DETENTEURS *
      *     PROPRIETAIRES (FICLNK ROLES 'T' ET 'J', LES PROCURATIONS  *
      *     'P' SONT EXCLUES), LE RESTE DE LA DIVISION ALLANT AU      *
      *     PREMIER DETENTEUR                                         *
      *   - PAR DEPOSANT : TOTAL ELIGIBLE, MONTANT COUVERT (PLAFONNE  *
      *     AU PLAFOND SYSIN) ET MONTANT AU-DELA DU PLAFOND ; ADRESSE *
      *     ET INDICATEUR DE DECES LUS DANS FICCLI                    *
      *   - ECRIT LE FICHIER REGLEMENTAIRE FICSCV (ENTETE '1',        *
      *     DEPOSANT '2' SUIVI DE SES COMPTES '3', FIN '9' COMPTEE ET *
      *     TOTALISEE) ET EDITE LA SYNTHESE DE CONTROLE               *
      *   - DEVISE SANS COURS, COMPTE SANS DETENTEUR PROPRIETAIRE,    *
      *     DEPOSANT INCONNU DE FICCLI OU PARTS <> SOLDES : RC 8      *
      * SYSIN : DATE D'ARRETE (SSAAMMJJ) + PLAFOND PAR DEPOSANT       *
      * (9(9)V99) + PRODUITS ELIGIBLES (10 CODES, BLANC = FIN)        *
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
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
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
           SELECT FICSCV  ASSIGN TO FICSCV.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICTRI  ASSIGN TO FICTRI.
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

       FD FICDEVI
           RECORDING MODE IS F.
       01     FD-FICDEVI.
         05   FD-FICDEVI-DEVISE PIC X(03).
         05   FD-FICDEVI-TAUX   PIC 9(03)V9(06).
         05   FD-FICDEVI-DATE-COURS PIC 9(08).
         05   FILLER            PIC X(60).

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

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FILLER                    PIC X(41).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FILLER                    PIC X(30).

      *    FICHIER REGLEMENTAIRE DU FONDS DE GARANTIE : ENTETE '1',
      *    DEPOSANT '2', COMPTE DU DEPOSANT '3', FIN '9'. MONTANTS EN
      *    EUR
       FD FICSCV
           RECORDING MODE IS F.
       01     FD-FICSCV.
         05   FD-SCV-TYPE       PIC X(01).
         05   FD-SCV-DATE-ARRETE PIC 9(08).
         05   FD-SCV-PLAFOND    PIC 9(09)V99.
         05   FD-SCV-DEVISE     PIC X(03).
         05   FILLER            PIC X(177).
       01     FD-FICSCV-DEPOSANT REDEFINES FD-FICSCV.
         05   FILLER            PIC X(01).
         05   FD-SCV-DEP-NUMCLI PIC X(08).
         05   FD-SCV-DEP-NOM    PIC X(30).
         05   FD-SCV-DEP-ADR1   PIC X(30).
         05   FD-SCV-DEP-ADR2   PIC X(30).
         05   FD-SCV-DEP-CODPOST PIC X(05).
         05   FD-SCV-DEP-VILLE  PIC X(25).
         05   FD-SCV-DEP-DECEDE PIC X(01).
         05   FD-SCV-DEP-NB-COMPTES PIC 9(04).
         05   FD-SCV-DEP-ELIGIBLE PIC 9(11)V99.
         05   FD-SCV-DEP-COUVERT PIC 9(11)V99.
         05   FD-SCV-DEP-EXCEDENT PIC 9(11)V99.
         05   FILLER            PIC X(27).
       01     FD-FICSCV-COMPTE REDEFINES FD-FICSCV.
         05   FILLER            PIC X(01).
         05   FD-SCV-CPT-NUMCLI PIC X(08).
         05   FD-SCV-CPT-NUMCPT PIC X(10).
         05   FD-SCV-CPT-PRODUIT PIC X(01).
         05   FD-SCV-CPT-DEVISE PIC X(03).
         05   FD-SCV-CPT-SOLDE-DEVISE PIC 9(09)V99.
         05   FD-SCV-CPT-SOLDE-EUR PIC 9(11)V99.
         05   FD-SCV-CPT-NB-DETENTEURS PIC 9(02).
         05   FD-SCV-CPT-PART-EUR PIC 9(11)V99.
         05   FILLER            PIC X(138).
       01     FD-FICSCV-FIN REDEFINES FD-FICSCV.
         05   FILLER            PIC X(01).
         05   FD-SCV-FIN-NB-DEPOSANTS PIC 9(08).
         05   FD-SCV-FIN-NB-COMPTES PIC 9(08).
         05   FD-SCV-FIN-ELIGIBLE PIC 9(13)V99.
         05   FD-SCV-FIN-COUVERT PIC 9(13)V99.
         05   FD-SCV-FIN-EXCEDENT PIC 9(13)V99.
         05   FILLER            PIC X(138).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       SD FICTRI.
       01     TR-PART.
         05   TR-NUMCLI         PIC X(08).
         05   TR-NUMCPT         PIC X(10).
         05   TR-PRODUIT        PIC X(01).
         05   TR-DEVISE         PIC X(03).
         05   TR-SOLDE-DEVISE   PIC S9(09)V99 COMP-3.
         05   TR-SOLDE-EUR      PIC S9(10)V99 COMP-3.
         05   TR-NB-DETENTEURS  PIC 9(02).
         05   TR-PART-EUR       PIC S9(10)V99 COMP-3.
         05   FILLER            PIC X(20).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).

       01     WS-FIN-TRI         PIC X VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-PLAFOND   PIC 9(09)V99.
         05   WS-SYSIN-PRODUITS.
           10 WS-SYSIN-PRODUIT   PIC X(01) OCCURS 10.
       01     IX-PRD             PIC 9(4) COMP VALUE 0.
       01     WS-SWITCH-ELIGIBLE PIC X VALUE 'N'.
         88   WS-PRODUIT-ELIGIBLE    VALUE 'O'.
         88   WS-PRODUIT-EXCLU       VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< BAREME DES DEVISES (1 UNITE = TAUX EN EUR)              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DEVISE.
         05   IX-DEVI            PIC 9(4) COMP VALUE 0.
         05   IX-DEVI-MAX        PIC 9(4) COMP VALUE 20.
         05   IX-DEVI-CHARG      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DEVISE.
         05   WS-DEVI-POSTE OCCURS 20 TIMES.
           10 WS-DEVI-CODE       PIC X(03).
           10 WS-DEVI-TAUX       PIC 9(03)V9(06).
       01     WS-TAUX-COMPTE     PIC 9(03)V9(06).
       01     WS-SWITCH-COURS    PIC X VALUE 'O'.
         88   WS-COURS-TROUVE        VALUE 'O'.
         88   WS-COURS-ABSENT        VALUE 'N'.
       01     WS-SOLDE-EUR       PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< DETENTEURS PROPRIETAIRES DU COMPTE EN COURS (T/J) ET    *
      *      PARTS : SOLDE / NOMBRE TRONQUE, RESTE AU PREMIER         *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DET.
         05   IX-DET             PIC 9(4) COMP VALUE 0.
         05   IX-DET-MAX         PIC 9(4) COMP VALUE 20.
         05   IX-DET-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DETENTEUR.
         05   WS-DET-NUMCLI      PIC X(08) OCCURS 20 TIMES.
       01     WS-PART-EUR        PIC S9(10)V99 COMP-3.
       01     WS-RESTE-EUR       PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< DEPOSANT EN COURS EN SORTIE DE TRI : COMPTES RETENUS    *
      *      POUR ETRE ECRITS DERRIERE L'ENREGISTREMENT DEPOSANT      *
      *      ---------------------------------------------------------*
       01     WS-NUMCLI-PREC     PIC X(08) VALUE LOW-VALUES.
       01     WS-TOTAL-DEPOSANT  PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-COUVERT         PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-EXCEDENT        PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-INDICES-CPT.
         05   IX-CPT             PIC 9(4) COMP VALUE 0.
         05   IX-CPT-MAX         PIC 9(4) COMP VALUE 200.
         05   IX-CPT-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-COMPTES.
         05   WS-CPT-POSTE OCCURS 200 TIMES.
           10 WS-CPT-NUMCPT      PIC X(10).
           10 WS-CPT-PRODUIT     PIC X(01).
           10 WS-CPT-DEVISE      PIC X(03).
           10 WS-CPT-SOLDE-DEVISE PIC S9(09)V99 COMP-3.
           10 WS-CPT-SOLDE-EUR   PIC S9(10)V99 COMP-3.
           10 WS-CPT-NB-DETENTEURS PIC 9(02).
           10 WS-CPT-PART-EUR    PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< TOTAUX DE CONTROLE                                      *
      *      ---------------------------------------------------------*
       01     WS-TOTAUX.
         05   WS-TOTAL-SOLDES    PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-PARTS     PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-ELIGIBLE  PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-COUVERT   PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-EXCEDENT  PIC S9(13)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-ELIGIBLES       PIC 9(8) COMP VALUE 0.
         05   CP-HORS-PRODUIT    PIC 9(8) COMP VALUE 0.
         05   CP-NON-CREDITEURS  PIC 9(8) COMP VALUE 0.
         05   CP-SANS-DETENTEUR  PIC 9(8) COMP VALUE 0.
         05   CP-SANS-COURS      PIC 9(8) COMP VALUE 0.
         05   CP-JOINTS          PIC 9(8) COMP VALUE 0.
         05   CP-PARTS           PIC 9(8) COMP VALUE 0.
         05   CP-DEPOSANTS       PIC 9(8) COMP VALUE 0.
         05   CP-AU-PLAFOND      PIC 9(8) COMP VALUE 0.
         05   CP-INCONNUS        PIC 9(8) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'VUE UNIQUE DU DEPOSANT - ARRETE DU         '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(31)
               VALUE 'PLAFOND PAR DEPOSANT (EUR)   : '.
         05   ED-ENT-PLAFOND     PIC ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-NOMBRE.
         05   ED-NB-LIBELLE      PIC X(31).
         05   ED-NB-VALEUR       PIC ZZZZZZZ9.

       01     ED-LIGNE-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(31).
         05   ED-TOT-MONTANT     PIC +ZZZBZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< VUE UNIQUE DU DEPOSANT                                  *
      *      ---------------------------------------------------------*
       100-VUE-DEPOSANT.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-CHARGER-FICDEVI
           PERFORM 630-ECRIRE-ENTETE-SCV
           SORT FICTRI
                ON ASCENDING KEY TR-NUMCLI
                                 TR-NUMCPT
                INPUT PROCEDURE IS 200-REPARTIR-COMPTES
                OUTPUT PROCEDURE IS 300-CUMULER-DEPOSANTS
           PERFORM 730-SOLDER-DEPOSANT
           PERFORM 632-ECRIRE-FIN-SCV
           PERFORM 740-CONTROLE-PARTS
           PERFORM 802-SYNTHESE-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ENTREE DE TRI : COMPTE ELIGIBLE REPARTI ENTRE SES       *
      *      DETENTEURS PROPRIETAIRES                                 *
      *      ---------------------------------------------------------*
       200-REPARTIR-COMPTES.
           PERFORM 610-LIRE-FICCPTS
           PERFORM 210-COMPTE
             UNTIL FS-FICCPTS = '10'
           .

       210-COMPTE.
           PERFORM 710-CONTROLER-PRODUIT
           EVALUATE TRUE
              WHEN WS-PRODUIT-EXCLU
                 ADD 1 TO CP-HORS-PRODUIT
              WHEN FD-FICCPTS-SOLDE NOT > 0
                 ADD 1 TO CP-NON-CREDITEURS
              WHEN OTHER
                 PERFORM 711-CONVERTIR-SOLDE
                 IF WS-COURS-TROUVE
                    PERFORM 720-CHARGER-DETENTEURS
                    IF IX-DET-CHARG = 0
                       DISPLAY '*** COMPTE ' FD-FICCPTS-NUMCPT
                               ' SANS DETENTEUR PROPRIETAIRE ***'
                       ADD 1 TO CP-SANS-DETENTEUR
                       MOVE 8 TO WS-CODE-RETOUR
                    ELSE
                       ADD 1 TO CP-ELIGIBLES
                       ADD WS-SOLDE-EUR TO WS-TOTAL-SOLDES
                       IF IX-DET-CHARG > 1
                          ADD 1 TO CP-JOINTS
                       END-IF
                       COMPUTE WS-PART-EUR = WS-SOLDE-EUR / IX-DET-CHARG
                       COMPUTE WS-RESTE-EUR = WS-SOLDE-EUR
                                            - WS-PART-EUR * IX-DET-CHARG
                       PERFORM 220-PART-DETENTEUR
                         VARYING IX-DET FROM 1 BY 1
                           UNTIL IX-DET > IX-DET-CHARG
                    END-IF
                 END-IF
           END-EVALUATE
           PERFORM 610-LIRE-FICCPTS
           .

       220-PART-DETENTEUR.
           MOVE SPACES TO TR-PART
           MOVE WS-DET-NUMCLI (IX-DET) TO TR-NUMCLI
           MOVE FD-FICCPTS-NUMCPT TO TR-NUMCPT
           MOVE FD-FICCPTS-PRODUIT TO TR-PRODUIT
           MOVE FD-FICCPTS-DEVISE TO TR-DEVISE
           IF TR-DEVISE = SPACES
              MOVE 'EUR' TO TR-DEVISE
           END-IF
           MOVE FD-FICCPTS-SOLDE TO TR-SOLDE-DEVISE
           MOVE WS-SOLDE-EUR TO TR-SOLDE-EUR
           MOVE IX-DET-CHARG TO TR-NB-DETENTEURS
           IF IX-DET = 1
              COMPUTE TR-PART-EUR = WS-PART-EUR + WS-RESTE-EUR
           ELSE
              MOVE WS-PART-EUR TO TR-PART-EUR
           END-IF
           ADD TR-PART-EUR TO WS-TOTAL-PARTS
           RELEASE TR-PART
           ADD 1 TO CP-PARTS
           .

      *      ---------------------------------------------------------*
      *-----< SORTIE DE TRI : CUMUL PAR DEPOSANT                      *
      *      ---------------------------------------------------------*
       300-CUMULER-DEPOSANTS.
           MOVE 'N' TO WS-FIN-TRI
           PERFORM 310-RETOURNER-PART
             UNTIL WS-FIN-TRI = 'O'
           .

       310-RETOURNER-PART.
           RETURN FICTRI
               AT END MOVE 'O' TO WS-FIN-TRI
           NOT AT END
               IF TR-NUMCLI NOT = WS-NUMCLI-PREC
                  PERFORM 730-SOLDER-DEPOSANT
                  MOVE TR-NUMCLI TO WS-NUMCLI-PREC
                  MOVE 0 TO WS-TOTAL-DEPOSANT
                  MOVE 0 TO IX-CPT-CHARG
               END-IF
               ADD TR-PART-EUR TO WS-TOTAL-DEPOSANT
               PERFORM 731-RETENIR-COMPTE
           END-RETURN
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
           OPEN INPUT FICDEVI
           IF FS-FICDEVI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEVI   FS-FICDEVI = '
                      FS-FICDEVI
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
           OPEN OUTPUT FICSCV
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS NOT = '10'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       611-LIRE-FICLNK-SUIVANT.
           READ FICLNK NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       612-LIRE-FICDEVI.
           READ FICDEVI
           .

       613-LIRE-FICCLI.
           READ FICCLI
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICDEVI
           CLOSE FICLNK
           CLOSE FICCLI
           CLOSE FICSCV
           CLOSE FICETAT
           .

       630-ECRIRE-ENTETE-SCV.
           MOVE SPACES TO FD-FICSCV
           MOVE '1' TO FD-SCV-TYPE
           MOVE WS-SYSIN-DATE TO FD-SCV-DATE-ARRETE
           MOVE WS-SYSIN-PLAFOND TO FD-SCV-PLAFOND
           MOVE 'EUR' TO FD-SCV-DEVISE
           WRITE FD-FICSCV
           .

       631-ECRIRE-DEPOSANT-SCV.
           MOVE SPACES TO FD-FICSCV
           MOVE '2' TO FD-SCV-TYPE
           MOVE WS-NUMCLI-PREC TO FD-SCV-DEP-NUMCLI
           MOVE FD-FICCLI-NOM TO FD-SCV-DEP-NOM
           MOVE FD-FICCLI-ADR1 TO FD-SCV-DEP-ADR1
           MOVE FD-FICCLI-ADR2 TO FD-SCV-DEP-ADR2
           MOVE FD-FICCLI-CODPOST TO FD-SCV-DEP-CODPOST
           MOVE FD-FICCLI-VILLE TO FD-SCV-DEP-VILLE
           IF FD-FICCLI-DECEDE
              MOVE 'O' TO FD-SCV-DEP-DECEDE
           ELSE
              MOVE 'N' TO FD-SCV-DEP-DECEDE
           END-IF
           MOVE IX-CPT-CHARG TO FD-SCV-DEP-NB-COMPTES
           MOVE WS-TOTAL-DEPOSANT TO FD-SCV-DEP-ELIGIBLE
           MOVE WS-COUVERT TO FD-SCV-DEP-COUVERT
           MOVE WS-EXCEDENT TO FD-SCV-DEP-EXCEDENT
           WRITE FD-FICSCV
           .

       633-ECRIRE-COMPTE-SCV.
           MOVE SPACES TO FD-FICSCV
           MOVE '3' TO FD-SCV-TYPE
           MOVE WS-NUMCLI-PREC TO FD-SCV-CPT-NUMCLI
           MOVE WS-CPT-NUMCPT (IX-CPT) TO FD-SCV-CPT-NUMCPT
           MOVE WS-CPT-PRODUIT (IX-CPT) TO FD-SCV-CPT-PRODUIT
           MOVE WS-CPT-DEVISE (IX-CPT) TO FD-SCV-CPT-DEVISE
           MOVE WS-CPT-SOLDE-DEVISE (IX-CPT) TO FD-SCV-CPT-SOLDE-DEVISE
           MOVE WS-CPT-SOLDE-EUR (IX-CPT) TO FD-SCV-CPT-SOLDE-EUR
           MOVE WS-CPT-NB-DETENTEURS (IX-CPT)
                TO FD-SCV-CPT-NB-DETENTEURS
           MOVE WS-CPT-PART-EUR (IX-CPT) TO FD-SCV-CPT-PART-EUR
           WRITE FD-FICSCV
           .

       632-ECRIRE-FIN-SCV.
           MOVE SPACES TO FD-FICSCV
           MOVE '9' TO FD-SCV-TYPE
           MOVE CP-DEPOSANTS TO FD-SCV-FIN-NB-DEPOSANTS
           MOVE CP-ELIGIBLES TO FD-SCV-FIN-NB-COMPTES
           MOVE WS-TOTAL-ELIGIBLE TO FD-SCV-FIN-ELIGIBLE
           MOVE WS-TOTAL-COUVERT TO FD-SCV-FIN-COUVERT
           MOVE WS-TOTAL-EXCEDENT TO FD-SCV-FIN-EXCEDENT
           WRITE FD-FICSCV
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CHARGER-FICDEVI.
           PERFORM 612-LIRE-FICDEVI
           PERFORM 701-RETENIR-DEVISE
             VARYING IX-DEVI FROM 1 BY 1
               UNTIL FS-FICDEVI = '10'
                  OR IX-DEVI > IX-DEVI-MAX
           COMPUTE IX-DEVI-CHARG = IX-DEVI - 1
           .

       701-RETENIR-DEVISE.
           MOVE FD-FICDEVI-DEVISE TO WS-DEVI-CODE (IX-DEVI)
           MOVE FD-FICDEVI-TAUX   TO WS-DEVI-TAUX (IX-DEVI)
           PERFORM 612-LIRE-FICDEVI
           .

       710-CONTROLER-PRODUIT.
           SET WS-PRODUIT-EXCLU TO TRUE
           PERFORM VARYING IX-PRD FROM 1 BY 1
             UNTIL IX-PRD > 10
                OR WS-PRODUIT-ELIGIBLE
                OR WS-SYSIN-PRODUIT (IX-PRD) = SPACE
              IF WS-SYSIN-PRODUIT (IX-PRD) = FD-FICCPTS-PRODUIT
                 OR (WS-SYSIN-PRODUIT (IX-PRD) = 'C'
                     AND FD-FICCPTS-PRODUIT = SPACE)
                 SET WS-PRODUIT-ELIGIBLE TO TRUE
              END-IF
           END-PERFORM
           .

      *    UNE DEVISE SANS COURS NE PEUT ETRE CONVERTIE : LE COMPTE EST
      *    ECARTE ET SIGNALE
       711-CONVERTIR-SOLDE.
           SET WS-COURS-TROUVE TO TRUE
           IF FD-FICCPTS-DEVISE = 'EUR'
              OR FD-FICCPTS-DEVISE = SPACES
              MOVE FD-FICCPTS-SOLDE TO WS-SOLDE-EUR
           ELSE
              MOVE 0 TO WS-TAUX-COMPTE
              PERFORM 712-RECH-TAUX
                VARYING IX-DEVI FROM 1 BY 1
                  UNTIL IX-DEVI > IX-DEVI-CHARG
              IF WS-TAUX-COMPTE = 0
                 DISPLAY '*** DEVISE ' FD-FICCPTS-DEVISE
                         ' SANS COURS - COMPTE ' FD-FICCPTS-NUMCPT
                         ' ECARTE ***'
                 ADD 1 TO CP-SANS-COURS
                 MOVE 8 TO WS-CODE-RETOUR
                 SET WS-COURS-ABSENT TO TRUE
              ELSE
                 COMPUTE WS-SOLDE-EUR ROUNDED =
                         FD-FICCPTS-SOLDE * WS-TAUX-COMPTE
              END-IF
           END-IF
           .

       712-RECH-TAUX.
           IF WS-DEVI-CODE (IX-DEVI) = FD-FICCPTS-DEVISE
              MOVE WS-DEVI-TAUX (IX-DEVI) TO WS-TAUX-COMPTE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< DETENTEURS PROPRIETAIRES DU COMPTE (ROLES T ET J)       *
      *      ---------------------------------------------------------*
       720-CHARGER-DETENTEURS.
           MOVE 0 TO IX-DET-CHARG
           MOVE FD-FICCPTS-NUMCPT TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = 00
              PERFORM 611-LIRE-FICLNK-SUIVANT
              PERFORM 721-RETENIR-DETENTEUR
                UNTIL FS-FICLNK NOT = 00
                   OR FD-FICLNK-NUMCPT NOT = FD-FICCPTS-NUMCPT
           END-IF
           .

       721-RETENIR-DETENTEUR.
           IF FD-FICLNK-ROLE-TITULAIRE
              OR FD-FICLNK-ROLE-COTITULAIRE
              IF IX-DET-CHARG < IX-DET-MAX
                 ADD 1 TO IX-DET-CHARG
                 MOVE FD-FICLNK-NUMCLI TO WS-DET-NUMCLI (IX-DET-CHARG)
              ELSE
                 DISPLAY '*** COMPTE ' FD-FICCPTS-NUMCPT
                         ' : PLUS DE ' IX-DET-MAX ' DETENTEURS ***'
                 MOVE 8 TO WS-CODE-RETOUR
              END-IF
           END-IF
           PERFORM 611-LIRE-FICLNK-SUIVANT
           .

      *      ---------------------------------------------------------*
      *-----< FIN DE DEPOSANT : PLAFONNEMENT, ENREGISTREMENT DEPOSANT *
      *      PUIS SES COMPTES                                         *
      *      ---------------------------------------------------------*
       730-SOLDER-DEPOSANT.
           IF WS-NUMCLI-PREC NOT = LOW-VALUES
              MOVE WS-NUMCLI-PREC TO FD-FICCLI-NUMCLI
              PERFORM 613-LIRE-FICCLI
              IF FS-FICCLI NOT = 00
                 DISPLAY '*** DEPOSANT ' WS-NUMCLI-PREC
                         ' INCONNU DE FICCLI ***'
                 ADD 1 TO CP-INCONNUS
                 MOVE 8 TO WS-CODE-RETOUR
                 MOVE SPACES TO FD-ENREG-FICCLI
              END-IF
              IF WS-TOTAL-DEPOSANT > WS-SYSIN-PLAFOND
                 MOVE WS-SYSIN-PLAFOND TO WS-COUVERT
                 ADD 1 TO CP-AU-PLAFOND
              ELSE
                 MOVE WS-TOTAL-DEPOSANT TO WS-COUVERT
              END-IF
              COMPUTE WS-EXCEDENT = WS-TOTAL-DEPOSANT - WS-COUVERT
              ADD WS-TOTAL-DEPOSANT TO WS-TOTAL-ELIGIBLE
              ADD WS-COUVERT TO WS-TOTAL-COUVERT
              ADD WS-EXCEDENT TO WS-TOTAL-EXCEDENT
              ADD 1 TO CP-DEPOSANTS
              PERFORM 631-ECRIRE-DEPOSANT-SCV
              PERFORM 633-ECRIRE-COMPTE-SCV
                VARYING IX-CPT FROM 1 BY 1
                  UNTIL IX-CPT > IX-CPT-CHARG
           END-IF
           .

       731-RETENIR-COMPTE.
           IF IX-CPT-CHARG = IX-CPT-MAX
              DISPLAY '*** DEPOSANT ' TR-NUMCLI ' : PLUS DE '
                      IX-CPT-MAX ' COMPTES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-CPT-CHARG
           MOVE TR-NUMCPT TO WS-CPT-NUMCPT (IX-CPT-CHARG)
           MOVE TR-PRODUIT TO WS-CPT-PRODUIT (IX-CPT-CHARG)
           MOVE TR-DEVISE TO WS-CPT-DEVISE (IX-CPT-CHARG)
           MOVE TR-SOLDE-DEVISE TO WS-CPT-SOLDE-DEVISE (IX-CPT-CHARG)
           MOVE TR-SOLDE-EUR TO WS-CPT-SOLDE-EUR (IX-CPT-CHARG)
           MOVE TR-NB-DETENTEURS
                TO WS-CPT-NB-DETENTEURS (IX-CPT-CHARG)
           MOVE TR-PART-EUR TO WS-CPT-PART-EUR (IX-CPT-CHARG)
           .

      *      ---------------------------------------------------------*
      *-----< PREUVE : LES PARTS REPARTIES REFONT LES SOLDES ELIGIBLES*
      *      ET LES DEPOSANTS LES REPRENNENT TOUTES                   *
      *      ---------------------------------------------------------*
       740-CONTROLE-PARTS.
           IF WS-TOTAL-PARTS = WS-TOTAL-SOLDES
              AND WS-TOTAL-ELIGIBLE = WS-TOTAL-PARTS
              DISPLAY 'RECONCILIATION PARTS / SOLDES ELIGIBLES : PASS'
           ELSE
              DISPLAY '*** ANOMALIE : SOLDES ELIGIBLES ('
                      WS-TOTAL-SOLDES ') PARTS (' WS-TOTAL-PARTS
                      ') DEPOSANTS (' WS-TOTAL-ELIGIBLE ') ***'
              DISPLAY 'RECONCILIATION PARTS / SOLDES ELIGIBLES : FAIL'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-PLAFOND NOT NUMERIC
              OR WS-SYSIN-PLAFOND = 0
              DISPLAY '*** DATE OU PLAFOND ABSENT DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-PRODUITS = SPACES
              DISPLAY '*** AUCUN PRODUIT ELIGIBLE EN SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPTS
           DISPLAY 'COMPTES ELIGIBLES            : ' CP-ELIGIBLES
           DISPLAY 'DONT COMPTES JOINTS          : ' CP-JOINTS
           DISPLAY 'PARTS DE DETENTEURS          : ' CP-PARTS
           DISPLAY 'DEPOSANTS                    : ' CP-DEPOSANTS
           .

      *      ---------------------------------------------------------*
      *-----< SYNTHESE DE CONTROLE DU FICHIER REGLEMENTAIRE           *
      *      ---------------------------------------------------------*
       802-SYNTHESE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-SYSIN-PLAFOND TO ED-ENT-PLAFOND
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 'COMPTES LUS                  : ' TO ED-NB-LIBELLE
           MOVE CP-LECTURE-CPTS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'COMPTES ELIGIBLES            : ' TO ED-NB-LIBELLE
           MOVE CP-ELIGIBLES TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE '  DONT COMPTES JOINTS        : ' TO ED-NB-LIBELLE
           MOVE CP-JOINTS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'EXCLUS - PRODUIT NON ELIGIBLE: ' TO ED-NB-LIBELLE
           MOVE CP-HORS-PRODUIT TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'EXCLUS - SOLDE NUL/DEBITEUR  : ' TO ED-NB-LIBELLE
           MOVE CP-NON-CREDITEURS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'ANOMALIES - DEVISE SANS COURS: ' TO ED-NB-LIBELLE
           MOVE CP-SANS-COURS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'ANOMALIES - SANS DETENTEUR   : ' TO ED-NB-LIBELLE
           MOVE CP-SANS-DETENTEUR TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'ANOMALIES - DEPOSANT INCONNU : ' TO ED-NB-LIBELLE
           MOVE CP-INCONNUS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'DEPOSANTS                    : ' TO ED-NB-LIBELLE
           MOVE CP-DEPOSANTS TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE '  DONT AU-DELA DU PLAFOND    : ' TO ED-NB-LIBELLE
           MOVE CP-AU-PLAFOND TO ED-NB-VALEUR
           PERFORM 803-LIGNE-NOMBRE
           MOVE 'TOTAL DES DEPOTS ELIGIBLES   : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-ELIGIBLE TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 'MONTANT COUVERT              : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-COUVERT TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'MONTANT AU-DELA DU PLAFOND   : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-EXCEDENT TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-LIGNE-NOMBRE.
           MOVE ED-LIGNE-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPSCV ***'
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPPRV.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPPRV                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * PREUVE TRIMESTRIELLE D'EXHAUSTIVITE DE L'ARCHIVE DES          *
      * MOUVEMENTS (FICARCH) POUR LES AUDITEURS :                     *
      *   - POUR CHAQUE COMPTE DU FICHIER DES SOLDES DE FIN DU        *
      *     DERNIER MOIS ARCHIVE, LE SOLDE D'OUVERTURE (PREMIERE      *
      *     ECRITURE DE CREATION DE LA PISTE FICAUDM) EST REJOUE AVEC *
      *     TOUS LES MOUVEMENTS ARCHIVES DU COMPTE ET LES AJUSTEMENTS *
      *     DE SOLDE SAISIS EN MAINTENANCE, JUSQU'A LA FIN DU MOIS    *
      *   - TOUT COMPTE DONT LE SOLDE REJOUE DIFFERE DU SOLDE FICCPTS *
      *     EST EDITE AVEC LA PLAGE DE MOIS OU LE REJEU S'ECARTE DES  *
      *     SOLDES DE LA PISTE (CODE RETOUR 8)                        *
      *   - COMPTE SANS ECRITURE D'OUVERTURE : EDITE, NON PROUVE      *
      *     (CODE RETOUR 4)                                           *
      *   - TOTAUX DE PREUVE EN FIN D'ETAT (FICETAT)                  *
      * SYSIN : DERNIER MOIS ARCHIVE SSAAMM                           *
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
           SELECT FICAUDM ASSIGN TO FICAUDM FILE STATUS IS FS-FICAUDM.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    SOLDES DE FIN DU DERNIER MOIS ARCHIVE, TRIES PAR NUMCPT
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

      *    PISTE DES SOLDES (ARCHIVES DE RETENTION PUIS MAITRE EN
      *    LIGNE) TRIEE PAR NUMCPT + DATE + HEURE
       FD FICAUDM
           RECORDING MODE IS F.
       01     FD-FICAUDM.
         05   FD-FICAUDM-NUMCPT      PIC X(10).
         05   FD-FICAUDM-PROGRAMME   PIC X(08).
         05   FD-FICAUDM-OPERATION   PIC X(08).
           88 FD-FICAUDM-OP-CREATION    VALUE 'CREATION'.
           88 FD-FICAUDM-OP-MODIF       VALUE 'MODIF   '.
         05   FD-FICAUDM-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDM-DATE        PIC 9(08).
         05   FD-FICAUDM-DATE-R REDEFINES FD-FICAUDM-DATE.
           10 FD-FICAUDM-MOIS        PIC 9(06).
           10 FILLER                 PIC 9(02).
         05   FD-FICAUDM-HEURE       PIC 9(06).
         05   FD-FICAUDM-OPERATEUR   PIC X(08).

      *    ARCHIVE DES MOUVEMENTS, LUE EN SEQUENCE DE CLE
       FD FICARCH.
       01   FD-ENREG-FICARCH.
         05 FD-FICARCH-CLE.
           10 FD-FICARCH-NUMCPT       PIC X(10).
           10 FD-FICARCH-DATE         PIC 9(08).
           10 FD-FICARCH-DATE-R REDEFINES FD-FICARCH-DATE.
             15 FD-FICARCH-MOIS       PIC 9(06).
             15 FILLER                PIC 9(02).
           10 FD-FICARCH-SEQ          PIC 9(05).
         05 FD-FICARCH-MVT.
           10 FILLER                  PIC X(18).
           10 FD-FICARCH-MVT-CODE     PIC X(01).
           10 FD-FICARCH-MVT-MONTANT  PIC 9(08)V99.
           10 FILLER                  PIC X(32).
           10 FD-FICARCH-MVT-SENS     PIC X(01).
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

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
         05   FS-FICAUDM         PIC X(2).
         05   FS-FICARCH         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLE SYSIN : DERNIER MOIS ARCHIVE SSAAMM            *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-MOIS      PIC 9(06).
         05   WS-SYSIN-MOIS-R REDEFINES WS-SYSIN-MOIS.
           10 WS-SYSIN-SSAA      PIC 9(04).
           10 WS-SYSIN-MM        PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT DES TROIS FICHIERS PAR NUMCPT             *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT          PIC X(10).
       01     WS-CLE-AUD         PIC X(10).
       01     WS-CLE-ARC         PIC X(10).
       01     WS-OUVERTURE       PIC X(01).
         88   WS-OUVERTURE-TROUVEE   VALUE 'O'.
         88   WS-OUVERTURE-ABSENTE   VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< REJEU DU COMPTE EN COURS, MOIS PAR MOIS : LE SOLDE DE   *
      *      LA PISTE A CHAQUE FIN DE MOIS SERT DE POINT DE CONTROLE ;*
      *      LA PLAGE EN CAUSE VA DU PREMIER AU DERNIER MOIS OU       *
      *      L'ECART ENTRE PISTE ET REJEU A CHANGE                    *
      *      ---------------------------------------------------------*
       01     WS-MOIS            PIC 9(06).
       01     WS-MOIS-R REDEFINES WS-MOIS.
         05   WS-MOIS-SSAA       PIC 9(04).
         05   WS-MOIS-MM         PIC 9(02).
       01     WS-DATE-OUV        PIC 9(08).
       01     WS-MOIS-DEBUT      PIC 9(06).
       01     WS-MOIS-FIN        PIC 9(06).
       01     WS-VARIABLES-CALCUL.
         05   WS-SOLDE-OUVERTURE PIC S9(10)V99 COMP-3.
         05   WS-SOLDE-REJOUE    PIC S9(10)V99 COMP-3.
         05   WS-SOLDE-PISTE     PIC S9(10)V99 COMP-3.
         05   WS-AJUSTEMENTS     PIC S9(10)V99 COMP-3.
         05   WS-ECART-PISTE     PIC S9(10)V99 COMP-3.
         05   WS-ECART-PREC      PIC S9(10)V99 COMP-3.
         05   WS-ECART           PIC S9(10)V99 COMP-3.
         05   WS-MONTANT-SIGNE   PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< TOTAUX DE PREUVE (COMPTES POURVUS D'UNE OUVERTURE)      *
      *      ---------------------------------------------------------*
       01     WS-TOTAUX-PREUVE.
         05   WS-TOT-OUVERTURE   PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOT-MOUVEMENTS  PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOT-AJUSTEMENTS PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOT-REJOUE      PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOT-FICCPTS     PIC S9(13)V99 COMP-3 VALUE 0.
         05   WS-TOT-ECART       PIC S9(13)V99 COMP-3 VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-AUD     PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-ARC     PIC 9(8) COMP VALUE 0.
         05   CP-PROUVES         PIC 9(8) COMP VALUE 0.
         05   CP-CONCORDANTS     PIC 9(8) COMP VALUE 0.
         05   CP-ECARTS          PIC 9(8) COMP VALUE 0.
         05   CP-SANS-OUVERTURE  PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-REJOUES    PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-POSTERIEURS PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-NON-PROUVES PIC 9(8) COMP VALUE 0.
         05   CP-MVTS-HORS       PIC 9(8) COMP VALUE 0.
         05   CP-AJUSTEMENTS     PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'PREUVE D''EXHAUSTIVITE DE L''ARCHIVE FICAR'.
         05   FILLER PIC X(16)
               VALUE 'CH - FIN DE MOIS'.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ENT-MOIS        PIC 9(06).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     OUVERT.          REJOUE      '.
         05   FILLER PIC X(40)
               VALUE '  FICCPTS          ECART PLAGE EN CAUSE '.

       01     ED-LIGNE.
         05   ED-NUMCPT          PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DATE-OUV        PIC 9(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-REJOUE          PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-FICCPTS         PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ECART           PIC -ZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PLAGE.
           10 ED-PLAGE-DEBUT     PIC 9(06).
           10 FILLER             PIC X(01) VALUE '-'.
           10 ED-PLAGE-FIN       PIC 9(06).
         05   ED-PLAGE-LIBELLE REDEFINES ED-PLAGE PIC X(13).

       01     ED-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(45).
         05   ED-TOT-MONTANT     PIC -ZZZZZZZZZZZZ9,V99.

       01     ED-NOMBRE.
         05   ED-NB-LIBELLE      PIC X(45).
         05   ED-NB-VALEUR       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< PREUVE D'EXHAUSTIVITE DE L'ARCHIVE                      *
      *      ---------------------------------------------------------*
       100-PREUVE.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 611-LIRE-FICCPTS
           PERFORM 612-LIRE-FICAUDM
           PERFORM 613-LIRE-FICARCH
           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS NOT = '00'

           MOVE HIGH-VALUES TO WS-NUMCPT
           PERFORM 210-SAUTER-HORS-PERIMETRE
           PERFORM 805-TOTAUX-PREUVE
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE PRESENT EN FIN DE MOIS : LA PREUVE PART DE SON   *
      *      ECRITURE D'OUVERTURE DANS LA PISTE                       *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICCPTS-NUMCPT TO WS-NUMCPT
           PERFORM 210-SAUTER-HORS-PERIMETRE
           PERFORM 220-RECH-OUVERTURE
           IF WS-OUVERTURE-TROUVEE
              PERFORM 300-PROUVER-COMPTE
           ELSE
              PERFORM 250-SANS-OUVERTURE
           END-IF
           PERFORM 611-LIRE-FICCPTS
           .

      *      ---------------------------------------------------------*
      *-----< PISTE ET ARCHIVE DES COMPTES ABSENTS DE LA FIN DE MOIS  *
      *      (CLOTURES) : HORS DU PERIMETRE DE LA PREUVE              *
      *      ---------------------------------------------------------*
       210-SAUTER-HORS-PERIMETRE.
           PERFORM 612-LIRE-FICAUDM
             UNTIL WS-CLE-AUD NOT < WS-NUMCPT
           PERFORM UNTIL WS-CLE-ARC NOT < WS-NUMCPT
              ADD 1 TO CP-MVTS-HORS
              PERFORM 613-LIRE-FICARCH
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< ECRITURE D'OUVERTURE : PREMIERE CREATION DU COMPTE DANS *
      *      LA PISTE ; CE QUI LA PRECEDE EST IGNORE                  *
      *      ---------------------------------------------------------*
       220-RECH-OUVERTURE.
           SET WS-OUVERTURE-ABSENTE TO TRUE
           PERFORM UNTIL WS-CLE-AUD NOT = WS-NUMCPT
                      OR WS-OUVERTURE-TROUVEE
              IF FD-FICAUDM-OP-CREATION
                 SET WS-OUVERTURE-TROUVEE TO TRUE
              ELSE
                 PERFORM 612-LIRE-FICAUDM
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE SANS ECRITURE D'OUVERTURE : NON PROUVABLE, SES   *
      *      MOUVEMENTS ARCHIVES SONT SAUTES (CODE RETOUR 4)          *
      *      ---------------------------------------------------------*
       250-SANS-OUVERTURE.
           PERFORM UNTIL WS-CLE-ARC NOT = WS-NUMCPT
              ADD 1 TO CP-MVTS-NON-PROUVES
              PERFORM 613-LIRE-FICARCH
           END-PERFORM
           MOVE SPACES TO ED-LIGNE
           MOVE WS-NUMCPT TO ED-NUMCPT
           MOVE FD-FICCPTS-SOLDE TO ED-FICCPTS
           MOVE 'SANS OUVERT.' TO ED-PLAGE-LIBELLE
           PERFORM 803-LIGNE-ETAT
           ADD 1 TO CP-SANS-OUVERTURE
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PREUVE DU COMPTE : SOLDE D'OUVERTURE + MOUVEMENTS       *
      *      ARCHIVES JUSQU'A LA FIN DU MOIS + AJUSTEMENTS DE SOLDE   *
      *      SAISIS EN MAINTENANCE = SOLDE FICCPTS DE FIN DE MOIS.    *
      *      UN COMPTE NE PAR LA FUSION (COBTP3A2) PART DE ZERO : SON *
      *      SOLDE DE CREATION EST FAIT DES MOUVEMENTS ARCHIVES DU    *
      *      JOUR                                                     *
      *      ---------------------------------------------------------*
       300-PROUVER-COMPTE.
           IF FD-FICAUDM-PROGRAMME = 'COBTP3A2'
              MOVE FD-FICAUDM-SOLDE-AVANT TO WS-SOLDE-OUVERTURE
           ELSE
              MOVE FD-FICAUDM-SOLDE-APRES TO WS-SOLDE-OUVERTURE
           END-IF
           MOVE FD-FICAUDM-DATE TO WS-DATE-OUV
           MOVE FD-FICAUDM-MOIS TO WS-MOIS
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-REJOUE
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-PISTE
           MOVE 0 TO WS-AJUSTEMENTS
           MOVE 0 TO WS-ECART-PREC
           MOVE 0 TO WS-MOIS-DEBUT
           MOVE 0 TO WS-MOIS-FIN
           PERFORM 310-REJOUER-MOIS
             UNTIL WS-MOIS > WS-SYSIN-MOIS
           PERFORM 320-SAUTER-POSTERIEURS

           ADD 1 TO CP-PROUVES
           ADD WS-SOLDE-OUVERTURE TO WS-TOT-OUVERTURE
           ADD WS-AJUSTEMENTS TO WS-TOT-AJUSTEMENTS
           ADD WS-SOLDE-REJOUE TO WS-TOT-REJOUE
           ADD FD-FICCPTS-SOLDE TO WS-TOT-FICCPTS
           COMPUTE WS-ECART = FD-FICCPTS-SOLDE - WS-SOLDE-REJOUE
           IF WS-ECART = 0
              ADD 1 TO CP-CONCORDANTS
           ELSE
              ADD WS-ECART TO WS-TOT-ECART
              PERFORM 806-LIGNE-ECART
              ADD 1 TO CP-ECARTS
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< UN MOIS DU COMPTE : PISTE PUIS ARCHIVE JUSQU'A LA FIN   *
      *      DU MOIS, PUIS POINT DE CONTROLE CONTRE LE SOLDE DE LA    *
      *      PISTE                                                    *
      *      ---------------------------------------------------------*
       310-REJOUER-MOIS.
           PERFORM 311-APPLIQUER-PISTE
             UNTIL WS-CLE-AUD NOT = WS-NUMCPT
                OR FD-FICAUDM-MOIS > WS-MOIS
           PERFORM 312-APPLIQUER-ARCHIVE
             UNTIL WS-CLE-ARC NOT = WS-NUMCPT
                OR FD-FICARCH-MOIS > WS-MOIS
           COMPUTE WS-ECART-PISTE = WS-SOLDE-PISTE - WS-SOLDE-REJOUE
           IF WS-ECART-PISTE NOT = WS-ECART-PREC
              IF WS-MOIS-DEBUT = 0
                 MOVE WS-MOIS TO WS-MOIS-DEBUT
              END-IF
              MOVE WS-MOIS TO WS-MOIS-FIN
              MOVE WS-ECART-PISTE TO WS-ECART-PREC
           END-IF
           PERFORM 710-MOIS-SUIVANT
           .

      *    LA PISTE DONNE LE SOLDE CONNU ; SEULES LES MODIFICATIONS DE
      *    MAINTENANCE (COBTP4AA, DB2TP4AA) CHANGENT LE SOLDE HORS DES
      *    MOUVEMENTS ET SONT DONC AJOUTEES AU REJEU
       311-APPLIQUER-PISTE.
           MOVE FD-FICAUDM-SOLDE-APRES TO WS-SOLDE-PISTE
           IF FD-FICAUDM-OP-MODIF
              AND (FD-FICAUDM-PROGRAMME = 'COBTP4AA'
                OR FD-FICAUDM-PROGRAMME = 'DB2TP4AA')
              AND FD-FICAUDM-SOLDE-APRES NOT = FD-FICAUDM-SOLDE-AVANT
              COMPUTE WS-AJUSTEMENTS = WS-AJUSTEMENTS
                    + FD-FICAUDM-SOLDE-APRES - FD-FICAUDM-SOLDE-AVANT
              COMPUTE WS-SOLDE-REJOUE = WS-SOLDE-REJOUE
                    + FD-FICAUDM-SOLDE-APRES - FD-FICAUDM-SOLDE-AVANT
              ADD 1 TO CP-AJUSTEMENTS
           END-IF
           PERFORM 612-LIRE-FICAUDM
           .

       312-APPLIQUER-ARCHIVE.
           PERFORM 730-SIGNER-MOUVEMENT
           ADD WS-MONTANT-SIGNE TO WS-SOLDE-REJOUE
           ADD WS-MONTANT-SIGNE TO WS-TOT-MOUVEMENTS
           ADD 1 TO CP-MVTS-REJOUES
           PERFORM 613-LIRE-FICARCH
           .

      *      ---------------------------------------------------------*
      *-----< PISTE ET MOUVEMENTS DU COMPTE POSTERIEURS AU DERNIER    *
      *      MOIS ARCHIVE                                             *
      *      ---------------------------------------------------------*
       320-SAUTER-POSTERIEURS.
           PERFORM 612-LIRE-FICAUDM
             UNTIL WS-CLE-AUD NOT = WS-NUMCPT
           PERFORM UNTIL WS-CLE-ARC NOT = WS-NUMCPT
              ADD 1 TO CP-MVTS-POSTERIEURS
              PERFORM 613-LIRE-FICARCH
           END-PERFORM
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
           OPEN INPUT FICAUDM
           IF FS-FICAUDM NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAUDM   FS-FICAUDM = '
                      FS-FICAUDM
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICETAT
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
             AT END MOVE '10' TO FS-FICCPTS
           END-READ
           IF FS-FICCPTS = '00'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICAUDM.
           READ FICAUDM
             AT END MOVE HIGH-VALUES TO WS-CLE-AUD
           END-READ
           IF FS-FICAUDM = '00'
              MOVE FD-FICAUDM-NUMCPT TO WS-CLE-AUD
              ADD 1 TO CP-LECTURE-AUD
           END-IF
           .

       613-LIRE-FICARCH.
           READ FICARCH NEXT RECORD
             AT END MOVE HIGH-VALUES TO WS-CLE-ARC
           END-READ
           IF FS-FICARCH = '00'
              MOVE FD-FICARCH-NUMCPT TO WS-CLE-ARC
              ADD 1 TO CP-LECTURE-ARC
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICAUDM
           CLOSE FICARCH
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       710-MOIS-SUIVANT.
           IF WS-MOIS-MM = 12
              MOVE 1 TO WS-MOIS-MM
              ADD 1 TO WS-MOIS-SSAA
           ELSE
              ADD 1 TO WS-MOIS-MM
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< SENS DU MOUVEMENT ARCHIVE, COMME A LA REEDITION DES     *
      *      RELEVES (COBTPREE) ET A LA FUSION (COBTP3A2)             *
      *      ---------------------------------------------------------*
       730-SIGNER-MOUVEMENT.
           EVALUATE FD-FICARCH-MVT-CODE
              WHEN 'D'
              WHEN 'I'
                 MOVE FD-FICARCH-MVT-MONTANT TO WS-MONTANT-SIGNE
              WHEN 'R'
              WHEN 'C'
              WHEN 'F'
              WHEN 'P'
              WHEN 'Q'
              WHEN 'S'
                 COMPUTE WS-MONTANT-SIGNE = 0 - FD-FICARCH-MVT-MONTANT
              WHEN 'V'
              WHEN 'X'
                 IF FD-FICARCH-MVT-SENS = 'R'
                    MOVE FD-FICARCH-MVT-MONTANT TO WS-MONTANT-SIGNE
                 ELSE
                    COMPUTE WS-MONTANT-SIGNE =
                            0 - FD-FICARCH-MVT-MONTANT
                 END-IF
              WHEN 'E'
                 IF FD-FICARCH-MVT-ORIGINE = 'D'
                    OR FD-FICARCH-MVT-ORIGINE = 'I'
                    COMPUTE WS-MONTANT-SIGNE =
                            0 - FD-FICARCH-MVT-MONTANT
                 ELSE
                    MOVE FD-FICARCH-MVT-MONTANT TO WS-MONTANT-SIGNE
                 END-IF
              WHEN OTHER
                 MOVE 0 TO WS-MONTANT-SIGNE
           END-EVALUATE
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-MOIS NOT NUMERIC
              OR WS-SYSIN-MM < 1
              OR WS-SYSIN-MM > 12
              DISPLAY '*** MOIS ARCHIVE SSAAMM ABSENT OU INVALIDE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'SOLDES FIN DE MOIS LUS       : ' CP-LECTURE-CPTS
           DISPLAY 'ECRITURES DE PISTE LUES      : ' CP-LECTURE-AUD
           DISPLAY 'MOUVEMENTS ARCHIVES LUS      : ' CP-LECTURE-ARC
           DISPLAY 'COMPTES PROUVES              : ' CP-PROUVES
           DISPLAY 'COMPTES CONCORDANTS          : ' CP-CONCORDANTS
           DISPLAY 'COMPTES EN ECART             : ' CP-ECARTS
           DISPLAY 'COMPTES SANS OUVERTURE       : ' CP-SANS-OUVERTURE
           DISPLAY 'MOUVEMENTS REJOUES           : ' CP-MVTS-REJOUES
           DISPLAY 'AJUSTEMENTS DE MAINTENANCE   : ' CP-AJUSTEMENTS
           DISPLAY 'MOUVEMENTS POSTERIEURS       : ' CP-MVTS-POSTERIEURS
           DISPLAY 'MOUVEMENTS NON PROUVES       : ' CP-MVTS-NON-PROUVES
           DISPLAY 'MOUVEMENTS HORS PERIMETRE    : ' CP-MVTS-HORS
           IF CP-ECARTS = 0
              DISPLAY 'PREUVE D''EXHAUSTIVITE DE L''ARCHIVE : PASS'
           ELSE
              DISPLAY 'PREUVE D''EXHAUSTIVITE DE L''ARCHIVE : FAIL'
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-MOIS TO ED-ENT-MOIS
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-LIGNE-ETAT.
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *      ---------------------------------------------------------*
      *-----< TOTAL DE PREUVE POUR LES AUDITEURS : OUVERTURES +       *
      *      MOUVEMENTS + AJUSTEMENTS = REJEU, CONFRONTE AUX SOLDES   *
      *      DE FIN DE MOIS DES COMPTES PROUVES                       *
      *      ---------------------------------------------------------*
       805-TOTAUX-PREUVE.
           MOVE 'TOTAL DES SOLDES D''OUVERTURE' TO ED-TOT-LIBELLE
           MOVE WS-TOT-OUVERTURE TO ED-TOT-MONTANT
           MOVE ED-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE '+ MOUVEMENTS ARCHIVES REJOUES (NET)'
             TO ED-TOT-LIBELLE
           MOVE WS-TOT-MOUVEMENTS TO ED-TOT-MONTANT
           PERFORM 807-LIGNE-TOTAL
           MOVE '+ AJUSTEMENTS DE SOLDE EN MAINTENANCE'
             TO ED-TOT-LIBELLE
           MOVE WS-TOT-AJUSTEMENTS TO ED-TOT-MONTANT
           PERFORM 807-LIGNE-TOTAL
           MOVE '= SOLDES REJOUES' TO ED-TOT-LIBELLE
           MOVE WS-TOT-REJOUE TO ED-TOT-MONTANT
           PERFORM 807-LIGNE-TOTAL
           MOVE 'SOLDES FICCPTS DE FIN DE MOIS' TO ED-TOT-LIBELLE
           MOVE WS-TOT-FICCPTS TO ED-TOT-MONTANT
           PERFORM 807-LIGNE-TOTAL
           MOVE 'ECART (FICCPTS - REJOUE)' TO ED-TOT-LIBELLE
           MOVE WS-TOT-ECART TO ED-TOT-MONTANT
           PERFORM 807-LIGNE-TOTAL
           MOVE 'COMPTES PROUVES' TO ED-NB-LIBELLE
           MOVE CP-PROUVES TO ED-NB-VALEUR
           MOVE ED-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 'COMPTES CONCORDANTS' TO ED-NB-LIBELLE
           MOVE CP-CONCORDANTS TO ED-NB-VALEUR
           PERFORM 808-LIGNE-NOMBRE
           MOVE 'COMPTES EN ECART' TO ED-NB-LIBELLE
           MOVE CP-ECARTS TO ED-NB-VALEUR
           PERFORM 808-LIGNE-NOMBRE
           MOVE 'COMPTES SANS ECRITURE D''OUVERTURE' TO ED-NB-LIBELLE
           MOVE CP-SANS-OUVERTURE TO ED-NB-VALEUR
           PERFORM 808-LIGNE-NOMBRE
           MOVE 'MOUVEMENTS ARCHIVES REJOUES' TO ED-NB-LIBELLE
           MOVE CP-MVTS-REJOUES TO ED-NB-VALEUR
           PERFORM 808-LIGNE-NOMBRE
           IF CP-ECARTS = 0
              MOVE 'PREUVE : ARCHIVE COMPLETE' TO ED-ZONE-ED
           ELSE
              MOVE 'PREUVE : ARCHIVE INCOMPLETE - COMPTES EN ECART'
                TO ED-ZONE-ED
           END-IF
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *    PLAGE EN CAUSE : MOIS OU LA PISTE ET LE REJEU DIVERGENT ;
      *    SANS DIVERGENCE AVEC LA PISTE, L'ECART N'EST PAS LOCALISE
       806-LIGNE-ECART.
           MOVE SPACES TO ED-LIGNE
           MOVE WS-NUMCPT TO ED-NUMCPT
           MOVE WS-DATE-OUV TO ED-DATE-OUV
           MOVE WS-SOLDE-REJOUE TO ED-REJOUE
           MOVE FD-FICCPTS-SOLDE TO ED-FICCPTS
           MOVE WS-ECART TO ED-ECART
           IF WS-MOIS-DEBUT = 0
              MOVE 'NON LOCALISE' TO ED-PLAGE-LIBELLE
           ELSE
              MOVE WS-MOIS-DEBUT TO ED-PLAGE-DEBUT
              MOVE '-' TO ED-PLAGE (7:1)
              MOVE WS-MOIS-FIN TO ED-PLAGE-FIN
           END-IF
           PERFORM 803-LIGNE-ETAT
           .

       807-LIGNE-TOTAL.
           MOVE ED-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       808-LIGNE-NOMBRE.
           MOVE ED-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPPRV ***'
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

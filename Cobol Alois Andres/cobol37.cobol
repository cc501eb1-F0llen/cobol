      *---------------------------------------------------------------*
      * OUVERTURE DE COMPTES EN LOT :                                 *
      *   - LIT LES DEMANDES D'OUVERTURE (FICDOUV : NOM, DEPOT        *
      *     INITIAL, PRODUIT, DEVISE, DATE, CLIENTELE PROFESSIONNELLE)*
      *   - ATTRIBUE LE NUMERO DE COMPTE DEPUIS LA RESERVE CONTROLEE  *
      *     FICPOOL (LES NUMEROS CONSOMMES NE FIGURENT PLUS DANS LA   *
      *     NOUVELLE RESERVE FICPOOLN) - PLUS DE COLLISION ENTRE      *
      *   - ECRIT LE COMPTE DANS FICCPT, LA PISTE D'AUDIT ET DEPOSE   *
      *     L'EVENEMENT DE LETTRE DE BIENVENUE (FICLETRQ, MODELE      *
      *     'BIEN') POUR L'EDITEUR CENTRAL COBTPLET                   *
      *   - EDITE LE RIB DU COMPTE (FICRIB : BANQUE, GUICHET, NUMERO, *
      *     CLE, IBAN ET BIC, CALCULES PAR SRIBCPT) A JOINDRE A LA    *
      *     LETTRE DE BIENVENUE                                       *
      * RESERVE EPUISEE = ARRET ANORMAL (RC 16).                      *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      * 02/09/26 |  ALOIS.A |      | LETTRE DE BIENVENUE CONFIEE A    *
      *          |          |      | L'EDITEUR CENTRAL COBTPLET       *
      *          |          |      | (EVENEMENT FICLETRQ 'BIEN')      *
      * 15/10/26 |  ALOIS.A |      | RIB DU COMPTE OUVERT (SRIBCPT)   *
      *          |          |      | EDITE SUR FICRIB                 *
      * 15/10/26 |  ALOIS.A |      | COMPTE MARQUE PROFESSIONNEL SUR  *
      *          |          |      | FICCPT A LA DEMANDE (RELEVES     *
      *          |          |      | MT940 COBTPMT9)                  *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICMAJX ASSIGN TO FICMAJX.
           SELECT FICRIB ASSIGN TO FICRIB.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
         05   FD-FICDOUV-PRODUIT PIC X(01).
         05   FD-FICDOUV-DEVISE  PIC X(03).
         05   FD-FICDOUV-DATE    PIC 9(08).
      *    'P' = CLIENTELE PROFESSIONNELLE (RELEVES MT940 COBTPMT9)
         05   FD-FICDOUV-CLIENTELE PIC X(01).
         05   FILLER             PIC X(37).

       FD FICPOOL
           RECORDING MODE IS F.
         05 FD-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(17).
         05 FD-FICCPT-CLIENTELE       PIC X(01).
           88 FD-FICCPT-PROFESSIONNEL     VALUE 'P'.
         05 FILLER                    PIC X(01).

      *    EVENEMENT DE LETTRE POUR L'EDITEUR CENTRAL COBTPLET
       FD FICLETRQ
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

      *    RELEVES D'IDENTITE BANCAIRE A JOINDRE AUX LETTRES 'BIEN'
       FD FICRIB
           RECORDING MODE IS F.
       01     FD-FICRIB.
         05   FILLER             PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
      *      ---------------------------------------------------------*
       COPY CVALCPT.

      *      ---------------------------------------------------------*
      *-----< RIB ET IBAN DU COMPTE OUVERT (SOUS-PROGRAMME SRIBCPT)   *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
         05   ED-AL-SEUIL        PIC Z(3)9.
         05   FILLER             PIC X(05) VALUE ') ***'.

       01     ED-RIB-TITRE.
         05   FILLER PIC X(30) VALUE 'RELEVE D''IDENTITE BANCAIRE'.

       01     ED-RIB-TITULAIRE.
         05   FILLER             PIC X(12) VALUE 'TITULAIRE : '.
         05   ED-RIB-NOM         PIC X(20).

       01     ED-RIB-ENTETE.
         05   FILLER PIC X(40)
               VALUE 'BANQUE  GUICHET  NUMERO DE COMPTE  CLE'.

       01     ED-RIB-LIGNE.
         05   ED-RIB-BANQUE      PIC X(05).
         05   FILLER             PIC X(03).
         05   ED-RIB-GUICHET     PIC X(05).
         05   FILLER             PIC X(04).
         05   ED-RIB-NUMERO      PIC X(11).
         05   FILLER             PIC X(07).
         05   ED-RIB-CLE         PIC 9(02).

       01     ED-RIB-IBAN.
         05   FILLER             PIC X(07) VALUE 'IBAN : '.
         05   ED-RIB-IBAN-EDITE  PIC X(33).
         05   FILLER             PIC X(09) VALUE '  BIC : '.
         05   ED-RIB-BIC         PIC X(11).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICMAJX
           OPEN OUTPUT FICRIB
           .

       610-LIRE-FICDOUV.
           CLOSE FICETAT
           CLOSE FICAUDIT
           CLOSE FICMAJX
           CLOSE FICRIB
           .

       630-ECRIRE-FICAUDIT.
           ELSE
              MOVE FD-FICDOUV-PRODUIT TO FD-FICCPT-PRODUIT
           END-IF
           IF FD-FICDOUV-CLIENTELE = 'P'
              SET FD-FICCPT-PROFESSIONNEL TO TRUE
           ELSE
              MOVE SPACE TO FD-FICCPT-CLIENTELE
           END-IF
           WRITE FD-ENREG-FICCPT
           IF FS-FICCPT = '00' OR FS-FICCPT = '02'
              SET FD-FICAUDIT-OP-CREATION TO TRUE
              MOVE FD-FICCPT-SOLDE  TO FD-FICAUDIT-SOLDE-APRES
              PERFORM 630-ECRIRE-FICAUDIT
              PERFORM 802-LETTRE-BIENVENUE
              PERFORM 750-CALCULER-RIB
              PERFORM 631-ECRIRE-FICMAJX
              ADD 1 TO CP-OUVERTS
           ELSE
           WRITE FD-FICMAJX
           .

      *      ---------------------------------------------------------*
      *-----< RIB DU NOUVEAU COMPTE, JOINT A LA LETTRE DE BIENVENUE   *
      *      (LE COMPTE N'A PAS D'AGENCE : GUICHET DU SIEGE)          *
      *      ---------------------------------------------------------*
       750-CALCULER-RIB.
           SET SRIBCPT-FCT-CALCULER TO TRUE
           MOVE FD-FICCPT-NUMCPT TO SRIBCPT-NUMCPT
           MOVE SPACES TO SRIBCPT-AGENCE
           CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
           IF SRIBCPT-STATUS-OK
              PERFORM 805-EDITER-RIB
           ELSE
              DISPLAY 'RIB NON CALCULE POUR ' FD-FICCPT-NUMCPT
                      ' : ' SRIBCPT-MESSAGE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< LA RESERVE RESTANTE DEVIENT LA RESERVE DU LENDEMAIN     *
      *      ---------------------------------------------------------*
           END-IF
           .

       805-EDITER-RIB.
           MOVE FD-FICCPT-NOM        TO ED-RIB-NOM
           MOVE SRIBCPT-CODE-BANQUE  TO ED-RIB-BANQUE
           MOVE SRIBCPT-CODE-GUICHET TO ED-RIB-GUICHET
           MOVE SRIBCPT-NUMCPT-RIB   TO ED-RIB-NUMERO
           MOVE SRIBCPT-CLE-RIB      TO ED-RIB-CLE
           MOVE SRIBCPT-IBAN-EDITE   TO ED-RIB-IBAN-EDITE
           MOVE SRIBCPT-BIC          TO ED-RIB-BIC
           MOVE ED-RIB-TITRE TO ED-ZONE-ED
           WRITE FD-FICRIB FROM ED-ZONE-ED AFTER PAGE
           MOVE ED-RIB-TITULAIRE TO ED-ZONE-ED
           WRITE FD-FICRIB FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-RIB-ENTETE TO ED-ZONE-ED
           WRITE FD-FICRIB FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-RIB-LIGNE TO ED-ZONE-ED
           WRITE FD-FICRIB FROM ED-ZONE-ED AFTER 1 LINE
           MOVE ED-RIB-IBAN TO ED-ZONE-ED
           WRITE FD-FICRIB FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ANOMALIE.
           MOVE FD-FICDOUV-NOM TO ED-ANO-NOM
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICTPCAI.
      *===============================================================*
      * NOM DU PROGRAMME : CICTPCAI                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TRANSACTION CICS DE DECLARATION DE CAISSE DE FIN DE JOURNEE   *
      * DU GUICHETIER :                                               *
      *   - L'AGENT SAISIT 'CAIS AGE GUIC SSAAMMJJ FFFFFFFFCC         *
      *     EEEEEEEECC' (AGENCE, GUICHETIER, DATE, FOND DE CAISSE A   *
      *     L'OUVERTURE, ESPECES COMPTEES A LA FERMETURE)             *
      *   - AGENCE ET GUICHETIER SONT OBLIGATOIRES, LA DATE SUIT LES  *
      *     REGLES DE CICTPSAI, LES MONTANTS SONT NUMERIQUES (ZERO    *
      *     ADMIS : CAISSE VIDE)                                      *
      *   - LA DECLARATION ACCEPTEE EST AJOUTEE A LA FILE EXTRA-      *
      *     PARTITION 'DECG' (FICHIER DES DECLARATIONS DU JOUR),      *
      *     RAPPROCHEE PAR COBTPCAI DES SAISIES GUICHET DE LA FILE    *
      *     'MVTG'. UNE NOUVELLE DECLARATION DU MEME GUICHETIER LE    *
      *     MEME JOUR REMPLACE LA PRECEDENTE (LA DERNIERE SAISIE      *
      *     FAIT FOI)                                                 *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< SAISIE TERMINAL                                         *
      *      ---------------------------------------------------------*
       01  WS-SAISIE.
         05 WS-SAISIE-TRANSID     PIC X(04).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-AGENCE      PIC X(03).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-GUICHETIER  PIC X(04).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-DATE        PIC 9(08).
         05 WS-SAISIE-DATE-X REDEFINES WS-SAISIE-DATE.
           10 WS-SAISIE-SSAA      PIC X(04).
           10 WS-SAISIE-MM        PIC X(02).
           10 WS-SAISIE-JJ        PIC X(02).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-FOND        PIC 9(08)V99.
         05 WS-SAISIE-FOND-X REDEFINES WS-SAISIE-FOND
                                  PIC X(10).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-ESPECES     PIC 9(08)V99.
         05 WS-SAISIE-ESPECES-X REDEFINES WS-SAISIE-ESPECES
                                  PIC X(10).
       01  WS-LONG-SAISIE         PIC S9(04) COMP VALUE +44.

      *      ---------------------------------------------------------*
      *-----< DECLARATION EMISE VERS LA FILE DES DECLARATIONS DE      *
      *      CAISSE (80 OCTETS, FORMAT LU PAR COBTPCAI)               *
      *      ---------------------------------------------------------*
       01  WS-DECLARATION.
         05 WS-DEC-AGENCE         PIC X(03).
         05 WS-DEC-GUICHETIER     PIC X(04).
         05 WS-DEC-DATE           PIC 9(08).
         05 WS-DEC-FOND           PIC 9(08)V99.
         05 WS-DEC-ESPECES        PIC 9(08)V99.
         05 WS-DEC-HEURE          PIC 9(06).
         05 WS-DEC-OPERATEUR      PIC X(08).
         05 FILLER                PIC X(31).
       01  WS-LONG-DECLARATION    PIC S9(04) COMP VALUE +80.

       01  WS-RESP                PIC S9(08) COMP.

      *      ---------------------------------------------------------*
      *-----< HORODATAGE ET OPERATEUR DE LA DECLARATION               *
      *      ---------------------------------------------------------*
       01  WS-ABSTIME             PIC S9(15) COMP-3.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-OPERATEUR           PIC X(08).

      *      ---------------------------------------------------------*
      *-----< CONTROLES DE LA SAISIE                                  *
      *      ---------------------------------------------------------*
       01  WS-SAISIE-VALIDE       PIC X VALUE 'O'.
         88 WS-SAISIE-OK              VALUE 'O'.
         88 WS-SAISIE-KO              VALUE 'N'.
       01  WS-CONTROLE-DATE.
         05 WS-VAL-SSAA           PIC 9(4).
         05 WS-VAL-MM             PIC 9(2).
         05 WS-VAL-JJ             PIC 9(2).

       01  WS-MESSAGE             PIC X(40).
       01  WS-LONG-MESSAGE        PIC S9(04) COMP VALUE +40.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

       100-DECLARATION-CAISSE.
           PERFORM 600-RECEVOIR-SAISIE
           PERFORM 700-CONTROLER-SAISIE
           IF WS-SAISIE-OK
              PERFORM 710-EMETTRE-DECLARATION
           ELSE
              PERFORM 810-AFFICHER-MESSAGE
           END-IF
           PERFORM 999-RETOUR-CICS
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-RECEVOIR-SAISIE.
           EXEC CICS RECEIVE
                INTO   (WS-SAISIE)
                LENGTH (WS-LONG-SAISIE)
                RESP   (WS-RESP)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----< AJOUT DE LA DECLARATION A LA FILE DES DECLARATIONS DE   *
      *      CAISSE DU JOUR (EXTRA-PARTITION 'DECG')                  *
      *      ---------------------------------------------------------*
       620-ECRIRE-FILE-DECLARATION.
           EXEC CICS WRITEQ TD
                QUEUE  ('DECG')
                FROM   (WS-DECLARATION)
                LENGTH (WS-LONG-DECLARATION)
                RESP   (WS-RESP)
           END-EXEC
           .

       640-HORODATER.
           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATE-JOUR)
                TIME     (WS-HEURE-JOUR)
           END-EXEC
           EXEC CICS ASSIGN
                USERID (WS-OPERATEUR)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-VALIDE
           IF WS-SAISIE-AGENCE = SPACES
              OR WS-SAISIE-GUICHETIER = SPACES
              MOVE 'AGENCE ET GUICHETIER OBLIGATOIRES' TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-SAISIE-OK
              AND (WS-SAISIE-FOND-X NOT NUMERIC
                   OR WS-SAISIE-ESPECES-X NOT NUMERIC)
              MOVE 'MONTANT INVALIDE' TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-SAISIE-OK
              PERFORM 720-CONTROLER-DATE
           END-IF
           .

       720-CONTROLER-DATE.
           IF WS-SAISIE-DATE NOT NUMERIC
              MOVE 'DATE INVALIDE' TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           ELSE
              MOVE WS-SAISIE-SSAA TO WS-VAL-SSAA
              MOVE WS-SAISIE-MM   TO WS-VAL-MM
              MOVE WS-SAISIE-JJ   TO WS-VAL-JJ
              PERFORM 721-VALIDER-JOUR-MOIS
           END-IF
           .

       721-VALIDER-JOUR-MOIS.
           IF WS-VAL-SSAA < 1900 OR WS-VAL-SSAA > 2099
              MOVE 'DATE INVALIDE' TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
              MOVE 'DATE INVALIDE' TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           ELSE
              EVALUATE WS-VAL-MM
                 WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    IF WS-VAL-JJ < 1 OR WS-VAL-JJ > 30
                       MOVE 'DATE INVALIDE' TO WS-MESSAGE
                       MOVE 'N' TO WS-SAISIE-VALIDE
                    END-IF
                 WHEN 2
                    IF WS-VAL-JJ < 1 OR WS-VAL-JJ > 29
                       MOVE 'DATE INVALIDE' TO WS-MESSAGE
                       MOVE 'N' TO WS-SAISIE-VALIDE
                    END-IF
                 WHEN OTHER
                    IF WS-VAL-JJ < 1 OR WS-VAL-JJ > 31
                       MOVE 'DATE INVALIDE' TO WS-MESSAGE
                       MOVE 'N' TO WS-SAISIE-VALIDE
                    END-IF
              END-EVALUATE
           END-IF
           .

       710-EMETTRE-DECLARATION.
           MOVE SPACES TO WS-DECLARATION
           MOVE WS-SAISIE-AGENCE     TO WS-DEC-AGENCE
           MOVE WS-SAISIE-GUICHETIER TO WS-DEC-GUICHETIER
           MOVE WS-SAISIE-DATE       TO WS-DEC-DATE
           MOVE WS-SAISIE-FOND       TO WS-DEC-FOND
           MOVE WS-SAISIE-ESPECES    TO WS-DEC-ESPECES
           PERFORM 640-HORODATER
           MOVE WS-HEURE-JOUR        TO WS-DEC-HEURE
           MOVE WS-OPERATEUR         TO WS-DEC-OPERATEUR
           PERFORM 620-ECRIRE-FILE-DECLARATION
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'DECLARATION DE CAISSE ENREGISTREE'
                   TO WS-MESSAGE
           ELSE
              MOVE 'ERREUR D ECRITURE FILE DECLARATIONS'
                   TO WS-MESSAGE
           END-IF
           PERFORM 810-AFFICHER-MESSAGE
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       810-AFFICHER-MESSAGE.
           EXEC CICS SEND TEXT
                FROM   (WS-MESSAGE)
                LENGTH (WS-LONG-MESSAGE)
                ERASE
                FREEKB
           END-EXEC
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       999-RETOUR-CICS.
           EXEC CICS RETURN
           END-EXEC
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*

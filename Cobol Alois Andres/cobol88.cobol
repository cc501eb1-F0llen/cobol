       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICTPOPP.
      *===============================================================*
      * NOM DU PROGRAMME : CICTPOPP                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TRANSACTION CICS DE MISE EN OPPOSITION IMMEDIATE D'UNE CARTE  *
      * (GUICHETS ET CENTRE D'APPELS, 24H/24) :                       *
      *   - L'AGENT SAISIT 'OPPO NNNNNNNNN MM' (NUMERO DE CARTE,      *
      *     MOTIF : PE = PERTE, VO = VOL, FR = UTILISATION            *
      *     FRAUDULEUSE, NR = CARTE NON RECUE)                        *
      *   - LA CARTE EST LUE EN MISE A JOUR SUR LE KSDS FICCART ;     *
      *     SEULE UNE CARTE ACTIVE 'A' OU NOUVELLE 'N' PEUT ETRE      *
      *     MISE EN OPPOSITION                                        *
      *   - LE STATUT PASSE A 'O' AVEC LE MOTIF, LA DATE, L'HEURE ET  *
      *     L'OPERATEUR (UTILISATEUR CICS SIGNE) : L'OPPOSITION EST   *
      *     VUE DES LE PASSAGE SUIVANT PAR LE PRE-CONTROLE COBTPEDV   *
      *     ET PAR L'ETAT DU DESK FRAUDE DE COBTPCRT                  *
      *   - UNE LIGNE DE PISTE D'AUDIT AU FORMAT FICAUDIT (OPERATION  *
      *     'OPPOSIT', COMPTE DE LA CARTE) EST AJOUTEE A LA FILE      *
      *     EXTRA-PARTITION 'AUDK' (FICHIER D'AUDIT CARTES DU JOUR)   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | SAISIE ILLISIBLE REFUSEE (RESP   *
      *          |          |      | DU RECEIVE)                      *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< SAISIE TERMINAL (TRANSID + CARTE + MOTIF)               *
      *      ---------------------------------------------------------*
       01  WS-SAISIE.
         05 WS-SAISIE-TRANSID     PIC X(04).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-NUMCART     PIC X(09).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-MOTIF       PIC X(02).
           88 WS-SAISIE-MOTIF-OK      VALUE 'PE' 'VO' 'FR' 'NR'.
       01  WS-LONG-SAISIE         PIC S9(04) COMP VALUE +17.

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT DU MAITRE DES CARTES                     *
      *      ---------------------------------------------------------*
       01  WS-FICCART-ENREG.
         05 WS-FICCART-NUMCART        PIC X(09).
         05 WS-FICCART-NUMCPT         PIC X(10).
         05 WS-FICCART-EXPIR          PIC 9(06).
         05 WS-FICCART-STATUT         PIC X(01).
           88 WS-FICCART-ACTIVE           VALUE 'A'.
           88 WS-FICCART-OPPOSITION       VALUE 'O'.
           88 WS-FICCART-NOUVELLE         VALUE 'N'.
         05 WS-FICCART-DATE-MAJ       PIC 9(08).
         05 WS-FICCART-PREC           PIC X(09).
         05 WS-FICCART-SUCC           PIC X(09).
         05 WS-FICCART-MOTIF-OPPO     PIC X(02).
         05 WS-FICCART-DATE-OPPO      PIC 9(08).
         05 WS-FICCART-HEURE-OPPO     PIC 9(06).
         05 WS-FICCART-OPERATEUR      PIC X(08).
         05 FILLER                    PIC X(04).

      *      ---------------------------------------------------------*
      *-----< LIGNE DE PISTE D'AUDIT (FORMAT FICAUDIT)                *
      *      ---------------------------------------------------------*
       01  WS-AUDIT.
         05 WS-AUD-NUMCPT         PIC X(10).
         05 WS-AUD-PROGRAMME      PIC X(08).
         05 WS-AUD-OPERATION      PIC X(08).
         05 WS-AUD-SOLDE-AVANT    PIC S9(09)V99 COMP-3.
         05 WS-AUD-SOLDE-APRES    PIC S9(09)V99 COMP-3.
         05 WS-AUD-DATE           PIC 9(08).
         05 WS-AUD-HEURE          PIC 9(06).
         05 WS-AUD-OPERATEUR      PIC X(08).
       01  WS-LONG-AUDIT          PIC S9(04) COMP VALUE +60.

      *      ---------------------------------------------------------*
      *-----< HORODATAGE ET OPERATEUR                                 *
      *      ---------------------------------------------------------*
       01  WS-ABSTIME             PIC S9(15) COMP-3.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-OPERATEUR           PIC X(08).

       01  WS-RESP                PIC S9(08) COMP.

       01  WS-MESSAGE             PIC X(40).
       01  WS-LONG-MESSAGE        PIC S9(04) COMP VALUE +40.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

       100-OPPOSITION.
           PERFORM 600-RECEVOIR-SAISIE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SAISIE ILLISIBLE - A RESSAISIR' TO WS-MESSAGE
              PERFORM 810-AFFICHER-MESSAGE
              PERFORM 999-RETOUR-CICS
           END-IF
           IF NOT WS-SAISIE-MOTIF-OK
              MOVE 'MOTIF INVALIDE (PE, VO, FR OU NR)' TO WS-MESSAGE
           ELSE
              PERFORM 610-LIRE-FICCART-MAJ
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    MOVE 'CARTE INCONNUE' TO WS-MESSAGE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ERREUR DE LECTURE FICCART' TO WS-MESSAGE
                 WHEN WS-FICCART-OPPOSITION
                    PERFORM 615-LIBERER-FICCART
                    MOVE 'CARTE DEJA EN OPPOSITION' TO WS-MESSAGE
                 WHEN NOT WS-FICCART-ACTIVE
                  AND NOT WS-FICCART-NOUVELLE
                    PERFORM 615-LIBERER-FICCART
                    MOVE 'CARTE RESILIEE - OPPOSITION REFUSEE'
                         TO WS-MESSAGE
                 WHEN OTHER
                    PERFORM 700-POSER-OPPOSITION
              END-EVALUATE
           END-IF
           PERFORM 810-AFFICHER-MESSAGE
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

       610-LIRE-FICCART-MAJ.
           EXEC CICS READ
                FILE   ('FICCART')
                INTO   (WS-FICCART-ENREG)
                RIDFLD (WS-SAISIE-NUMCART)
                UPDATE
                RESP   (WS-RESP)
           END-EXEC
           .

       615-LIBERER-FICCART.
           EXEC CICS UNLOCK
                FILE   ('FICCART')
           END-EXEC
           .

       620-REECRIRE-FICCART.
           EXEC CICS REWRITE
                FILE   ('FICCART')
                FROM   (WS-FICCART-ENREG)
                RESP   (WS-RESP)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----< AJOUT DE LA LIGNE D'AUDIT A LA FILE EXTRA-PARTITION     *
      *      'AUDK'                                                   *
      *      ---------------------------------------------------------*
       630-ECRIRE-FILE-AUDIT.
           EXEC CICS WRITEQ TD
                QUEUE  ('AUDK')
                FROM   (WS-AUDIT)
                LENGTH (WS-LONG-AUDIT)
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
      *-----< OPPOSITION : STATUT 'O' HORODATE SUR LE KSDS, PUIS      *
      *      PISTE D'AUDIT ; LE BLOCAGE PRIME : UN INCIDENT SUR LA    *
      *      FILE D'AUDIT N'ANNULE PAS L'OPPOSITION (LA CARTE PORTE   *
      *      ELLE-MEME OPERATEUR ET HORODATAGE), IL EST SIGNALE       *
      *      ---------------------------------------------------------*
       700-POSER-OPPOSITION.
           PERFORM 640-HORODATER
           MOVE 'O'            TO WS-FICCART-STATUT
           MOVE WS-DATE-JOUR   TO WS-FICCART-DATE-MAJ
           MOVE WS-SAISIE-MOTIF TO WS-FICCART-MOTIF-OPPO
           MOVE WS-DATE-JOUR   TO WS-FICCART-DATE-OPPO
           MOVE WS-HEURE-JOUR  TO WS-FICCART-HEURE-OPPO
           MOVE WS-OPERATEUR   TO WS-FICCART-OPERATEUR
           PERFORM 620-REECRIRE-FICCART
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERREUR DE MISE A JOUR FICCART' TO WS-MESSAGE
           ELSE
              PERFORM 710-TRACER-OPPOSITION
           END-IF
           .

       710-TRACER-OPPOSITION.
           MOVE WS-FICCART-NUMCPT TO WS-AUD-NUMCPT
           MOVE 'CICTPOPP'        TO WS-AUD-PROGRAMME
           MOVE 'OPPOSIT '        TO WS-AUD-OPERATION
           MOVE 0                 TO WS-AUD-SOLDE-AVANT
           MOVE 0                 TO WS-AUD-SOLDE-APRES
           MOVE WS-DATE-JOUR      TO WS-AUD-DATE
           MOVE WS-HEURE-JOUR     TO WS-AUD-HEURE
           MOVE WS-OPERATEUR      TO WS-AUD-OPERATEUR
           PERFORM 630-ECRIRE-FILE-AUDIT
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'CARTE MISE EN OPPOSITION' TO WS-MESSAGE
           ELSE
              MOVE 'CARTE OPPOSEE - ERREUR FILE AUDIT AUDK'
                   TO WS-MESSAGE
           END-IF
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

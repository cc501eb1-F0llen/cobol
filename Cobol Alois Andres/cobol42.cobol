      *          |          |      | LE COPYBOOK COMMUN CRELECT       *
      *          |          |      | (TOTAL DES MOUVEMENTS = NET DE   *
      *          |          |      | LA PERIODE)                      *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S'     *
      *          |          |      | EDITEE EN DEBIT                  *
      * 15/10/26 |  ALOIS.A |      | TITULAIRE, PREFERENCE ET NPAI    *
      *          |          |      | LUS DANS FICTITU                 *
      * 15/10/26 |  ALOIS.A |      | RELEVE PAPIER NON EDITE SI LE    *
      *          |          |      | TITULAIRE RECOIT LE RELEVE       *
      *          |          |      | CONSOLIDE (COBTPRCO)             *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICRELEVE ASSIGN TO FICRELEVE.
           SELECT FICRELECT ASSIGN TO FICRELECT.
           SELECT FICMSG ASSIGN TO FICMSG FILE STATUS IS FS-FICMSG.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
         05   FD-FICMSG-TEXTE      PIC X(40).
         05   FILLER               PIC X(06).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICCPTA         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICTITU         PIC X(2).
         05   FS-FICMSG          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< CANAL DE DIFFUSION DU RELEVE DU COMPTE COURANT :        *
      *      PAPIER SAUF PREFERENCE ELECTRONIQUE DU CLIENT, NPAI OU   *
      *      TITULAIRE AU RELEVE CONSOLIDE (EDITE PAR COBTPRCO)       *
      *      ---------------------------------------------------------*
       01     WS-SWITCH-CLIENT   PIC X VALUE 'N'.
         88   WS-CLIENT-TROUVE       VALUE 'O'.
         88   WS-RELEVE-PAPIER       VALUE 'P'.
         88   WS-RELEVE-ELECTRONIQUE VALUE 'E'.
         88   WS-RELEVE-SUPPRIME-NPAI VALUE 'S'.
         88   WS-RELEVE-CONSOLIDE    VALUE 'G'.
       01     WS-NUMCLI-TITULAIRE PIC X(08) VALUE SPACES.

      *      ---------------------------------------------------------*
         05   CP-RELEVES-PAPIER  PIC 9(6) COMP VALUE 0.
         05   CP-RELEVES-ELECTRON PIC 9(6) COMP VALUE 0.
         05   CP-RELEVES-NPAI    PIC 9(6) COMP VALUE 0.
         05   CP-RELEVES-CONSOL  PIC 9(6) COMP VALUE 0.
         05   CP-PAGE            PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
                       PERFORM 806-EXTRAIT-ELECTRONIQUE
                    WHEN WS-RELEVE-SUPPRIME-NPAI
                       ADD 1 TO CP-RELEVES-NPAI
                    WHEN WS-RELEVE-CONSOLIDE
                       ADD 1 TO CP-RELEVES-CONSOL
                    WHEN OTHER
                       PERFORM 802-EDITER-RELEVE
                       ADD 1 TO CP-RELEVES-PAPIER
           END-IF
           OPEN OUTPUT FICRELEVE
           OPEN OUTPUT FICRELECT
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .
           CLOSE FICMVTS
           CLOSE FICRELEVE
           CLOSE FICRELECT
           CLOSE FICTITU
           .

      *      ---------------------------------------------------------*
              WHEN 'F'
              WHEN 'P'
              WHEN 'Q'
              WHEN 'S'
                 COMPUTE WS-MONTANT-SIGNE =
                         0 - WS-MVT-MONTANT (IX-MVT)
              WHEN 'V'

      *      ---------------------------------------------------------*
      *-----< CLIENT TITULAIRE ET CANAL DE DIFFUSION DU RELEVE :      *
      *      'E' = EXTRAIT ELECTRONIQUE, 'G' = COMPTE REPRIS DANS LE  *
      *      RELEVE CONSOLIDE DU TITULAIRE, TOUT LE RESTE (COURRIER,  *
      *      AGENCE, CLIENT INCONNU) RESTE SUR LE PAPIER              *
      *      ---------------------------------------------------------*
       740-RECH-CLIENT.
      *    LE RELEVE EST ADRESSE AU TITULAIRE PRINCIPAL DU COMPTE,
      *    LU PAR CLE DANS LE FICHIER FICTITU CONSTRUIT PAR COBTPTIT
           SET WS-CLIENT-ABSENT TO TRUE
           MOVE 'P' TO WS-CANAL-RELEVE
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE FD-FICCPTS-NUMCPT TO FD-FICTITU-NUMCPT
           READ FICTITU
           IF FS-FICTITU = 00
              MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
              IF FD-FICTITU-CLIENT-CONNU
                 SET WS-CLIENT-TROUVE TO TRUE
      *          LE NPAI SUPPRIME LE PAPIER ; LA DIFFUSION
      *          ELECTRONIQUE CONTINUE
                 EVALUATE TRUE
                    WHEN FD-FICTITU-PREF-ELECTRONIQUE
                       MOVE 'E' TO WS-CANAL-RELEVE
                    WHEN FD-FICTITU-NPAI-SIGNALE
                       MOVE 'S' TO WS-CANAL-RELEVE
      *             UN SEUL PLI MENSUEL POUR TOUS LES COMPTES
                    WHEN FD-FICTITU-CONSOLIDE
                       MOVE 'G' TO WS-CANAL-RELEVE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
           DISPLAY 'RELEVES ELECTRONIQUES        : '
                   CP-RELEVES-ELECTRON
           DISPLAY 'RELEVES SUPPRIMES (NPAI)     : ' CP-RELEVES-NPAI
           DISPLAY 'RELEVES REPRIS EN CONSOLIDE  : ' CP-RELEVES-CONSOL
           PERFORM 805-AFFICHAGE-MESSAGES
           .

              WHEN 'F' MOVE 'FRAIS' TO ED-DET-LIBELLE
              WHEN 'P' MOVE 'PRELEVMT' TO ED-DET-LIBELLE
              WHEN 'Q' MOVE 'CHEQUE' TO ED-DET-LIBELLE
              WHEN 'S' MOVE 'RET.SOURCE' TO ED-DET-LIBELLE
              WHEN 'V' MOVE 'VIREMENT' TO ED-DET-LIBELLE
              WHEN 'X' MOVE 'VIR.EXT.' TO ED-DET-LIBELLE
              WHEN 'E' MOVE 'EXTOURNE' TO ED-DET-LIBELLE

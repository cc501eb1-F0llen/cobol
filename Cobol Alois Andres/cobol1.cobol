      * 02/09/26 |  ALOIS.A |      | EXTRAIT ELECTRONIQUE ALIGNE SUR  *
      *          |          |      | LE COPYBOOK COMMUN CRELECT       *
      *          |          |      | (PERIODE = JOUR EDITE)           *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S' :   *
      *          |          |      | LIGNE DE DETAIL ET CUMUL PROPRE  *
      * 15/10/26 |  ALOIS.A |      | TITULAIRE, ADRESSE, PREFERENCE   *
      *          |          |      | ET NPAI LUS DANS FICTITU         *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICRELECT ASSIGN TO FICRELECT.
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
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

       01     WS-FS.
         05   FS-FICCPTE         PIC X(2).
         05   FS-FICTITU         PIC X(2).
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICMSG          PIC X(2).

         05   WS-CUMUL-INTERET    PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-FRAIS      PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-PRELEV     PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-RETENUE    PIC S9(10)V9(02) COMP-3.
         05   WS-TOTAL            PIC S9(10)V9(02) COMP-3.
         05   WS-SOLDE-OUVERTURE  PIC S9(10)V9(02) COMP-3.
         05   WS-SOLDE-CLOTURE    PIC S9(10)V9(02) COMP-3.
           10 FILLER  PIC X(31) VALUE '  CUMUL DES PRELEVEMENTS :  '.
           10 ED-CUMUL-P                 PIC  ZZZBZZZBZZ9,V99.

         05   ED-LIGNE5E.
           10 FILLER  PIC X(31) VALUE '  CUMUL RETENUE SOURCE   :  '.
           10 ED-CUMUL-S                 PIC  ZZZBZZZBZZ9,V99.


         05   ED-LIGNE6.
           10 FILLER  PIC X(30) VALUE '  TOTAL DES OPERATIONS   :  '.
           PERFORM 600-OUVRIR-FICMVTS
           PERFORM 601-OUVRIR-FICCPTE
           PERFORM 602-OUVRIR-FICRELEVE
           PERFORM 603-OUVRIR-FICTITU
           PERFORM 605-OUVRIR-FICDEVI
           PERFORM 799-RECUP-SYSIN
           PERFORM 721-CHARGER-FICDEVI
           PERFORM 620-FERMER-FICMVTS
           PERFORM 621-FERMER-FICCPTE
           PERFORM 622-FERMER-FICRELEVE
           PERFORM 623-FERMER-FICTITU
           PERFORM 625-FERMER-FICDEVI
           PERFORM 999-ARRET-PROGRAMME
           .
                      WS-CUMUL-INTERET
                      WS-CUMUL-FRAIS
                      WS-CUMUL-PRELEV
                      WS-CUMUL-RETENUE
           PERFORM 700-TRT-NOUVEAU-NUM
           PERFORM 720-TRT-SOLDE-OUVERTURE
           PERFORM 805-DEBUT-RELEVE
           OPEN OUTPUT FICRELECT
           .

       603-OUVRIR-FICTITU.
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
             DISPLAY ' ERREUR OUVERTURE FICTITU  FS-FICTITU = '
                     FS-FICTITU
             PERFORM 999-ARRET-PROGRAMME
           END-IF
           .
           CLOSE FICRELECT
           .

       623-FERMER-FICTITU.
           CLOSE FICTITU
           .

       625-FERMER-FICDEVI.
              WHEN 'Q'
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-CUMUL-RTRAIT
                 ADD FD-FICMVTS-MONTANT TO WS-SOLDE-COURANT
              WHEN 'S'
                 SUBTRACT FD-FICMVTS-MONTANT FROM WS-CUMUL-RETENUE
                 ADD FD-FICMVTS-MONTANT TO WS-SOLDE-COURANT
              WHEN OTHER
                 ADD 1 TO CP-ERREUR
           END-EVALUATE
           .

       740-RECH-CLIENT.
      *    LE RELEVE EST ADRESSE AU TITULAIRE PRINCIPAL DU COMPTE,
      *    LU PAR CLE DANS LE FICHIER FICTITU CONSTRUIT PAR COBTPTIT
           SET WS-CLIENT-ABSENT TO TRUE
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE WS-NUMCPT-PREC TO FD-FICTITU-NUMCPT
           READ FICTITU
           IF FS-FICTITU = 00
              MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
              IF FD-FICTITU-CLIENT-CONNU
                 SET WS-CLIENT-TROUVE TO TRUE
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< LA PREFERENCE DE RELEVE DU CLIENT DECIDE DU CANAL :     *
      *      'E' = EXTRAIT ELECTRONIQUE, TOUT LE RESTE (COURRIER,     *
      *    LE NPAI SUPPRIME LE PAPIER (PLUS D'AFFRANCHISSEMENT VERS
      *    UNE ADRESSE MORTE) ; LA DIFFUSION ELECTRONIQUE CONTINUE
           EVALUATE TRUE
              WHEN WS-CLIENT-TROUVE AND FD-FICTITU-PREF-ELECTRONIQUE
                 MOVE 'E' TO WS-CANAL-RELEVE
              WHEN WS-CLIENT-TROUVE AND FD-FICTITU-NPAI-SIGNALE
                 MOVE 'S' TO WS-CANAL-RELEVE
              WHEN OTHER
                 MOVE 'P' TO WS-CANAL-RELEVE
                    SUBTRACT FD-FICMVTS-MONTANT FROM WS-SOLDE-COURANT
                    MOVE 'CHEQUE' TO ED-DET-LIBELLE
                    PERFORM 806-LIGNE-DETAIL
                WHEN 'S'
                    ADD FD-FICMVTS-MONTANT TO WS-CUMUL-RETENUE
                    SUBTRACT FD-FICMVTS-MONTANT FROM WS-SOLDE-COURANT
                    MOVE 'RET.SOURCE' TO ED-DET-LIBELLE
                    PERFORM 806-LIGNE-DETAIL
                WHEN 'V'
                WHEN 'X'
                    IF FD-FICMVTS-SENS = 'R'
       800-PREPA-AFFICHAGE-RELEVE.
           COMPUTE WS-TOTAL = WS-CUMUL-DPOT - WS-CUMUL-RTRAIT -
           WS-CUMUL-CB + WS-CUMUL-INTERET - WS-CUMUL-FRAIS
           - WS-CUMUL-PRELEV - WS-CUMUL-RETENUE
           COMPUTE WS-SOLDE-CLOTURE = WS-SOLDE-OUVERTURE + WS-TOTAL

           MOVE WS-TOTAL TO ED-TOTAL
           MOVE WS-CUMUL-INTERET TO ED-CUMUL-I
           MOVE WS-CUMUL-FRAIS TO ED-CUMUL-F
           MOVE WS-CUMUL-PRELEV TO ED-CUMUL-P
           MOVE WS-CUMUL-RETENUE TO ED-CUMUL-S
           MOVE WS-SOLDE-OUVERTURE TO ED-SOLDE-OUV
           MOVE WS-SOLDE-CLOTURE TO ED-SOLDE-CLOT
           MOVE WS-NUMCPT-PREC TO ED-NUMCPT-3
              WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER 1 LINE
              MOVE ED-LIGNE5D TO ED-ZONE-REL
              WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER 1 LINE
              MOVE ED-LIGNE5E TO ED-ZONE-REL
              WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER 1 LINE
              MOVE ED-LIGNE6 TO ED-ZONE-REL
              WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER 2 LINES
              MOVE ED-LIGNE7 TO ED-ZONE-REL
      *      ---------------------------------------------------------*
       802-ADRESSE-RELEVE.
           IF WS-CLIENT-TROUVE
              MOVE FD-FICTITU-NOM     TO ED-ADR-NOM
              MOVE FD-FICTITU-ADR1    TO ED-ADR-ADR1
              MOVE FD-FICTITU-ADR2    TO ED-ADR-ADR2
              MOVE FD-FICTITU-CODPOST TO ED-ADR-CODPOST
              MOVE FD-FICTITU-VILLE   TO ED-ADR-VILLE
              MOVE ED-REL-ADR-NOM TO ED-ZONE-REL
              WRITE FD-FICRELEVE FROM ED-ZONE-REL AFTER 3 LINES
              MOVE ED-REL-ADR1 TO ED-ZONE-REL
